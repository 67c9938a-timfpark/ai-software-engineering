      **********************************************************
      * Program name:    DBCBEX37
      * Original author: David Stagowski
      *
      *    Description: Manager and reporting-hierarchy integrity
      *    report over DEPT and the EMPMAST keyed master.
      *
      *    DBCBEX16 and DBCBEX22 print DEPT.MGRNO on the department
      *    summary, but nothing checked that the manager was still
      *    with us - twice the summary named someone who had left
      *    months before - and nothing read ADMRDEPT at all. This
      *    report walks the ADMRDEPT hierarchy from the top (a
      *    department that administers itself, or has no ADMRDEPT)
      *    and prints HIERRPT, the org tree: each department
      *    indented under the one that administers it, with its
      *    manager, its direct active headcount and its rolled-up
      *    active headcount (itself plus everything under it), from
      *    EMPMAST. It flags:
      *
      *       NO-MANAGER   - MGRNO is blank/NULL
      *       MGR-MISSING  - MGRNO is not on EMPMAST
      *       MGR-INACTIVE - MGRNO is INACTIVE on EMPMAST
      *       MGR-OUTSIDE  - the manager's own WORKDEPT is neither
      *                      the department they manage nor one
      *                      under it
      *       ORPHAN       - ADMRDEPT names a department not in
      *                      DEPT
      *       LOOP         - following ADMRDEPT up from here comes
      *                      back here
      *
      *    Orphans and loops cannot be reached from the top, so they
      *    (and everything under them) print in a second section:
      *    orphans as trees of their own, loop members flat.
      *
      *    The PARM carries the PROD/TEST/UAT indicator. Any flag
      *    ends the run RC=4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - catches departed managers
      *                          and broken ADMRDEPT chains before
      *                          the department summary prints them.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX37.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPMAST
           ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPMAST-Emp-Number
           FILE STATUS IS WS-EmpMast-Status.

           SELECT HIERRPT
           ASSIGN TO HIERRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HierRpt-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HIERRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Hier-Print-Line             PIC X(131).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  HV-Department-Row.
           12 HV-Dept-Number          PIC X(03).
           12 HV-Dept-Name            PIC X(36).
           12 HV-Dept-Mgrno           PIC X(06).
           12 HV-Admr-Dept            PIC X(03).

           EXEC SQL DECLARE DB6-C1 CURSOR FOR
                    SELECT DEPTNO,
                           DEPTNAME,
                           COALESCE(MGRNO, ' '),
                           COALESCE(ADMRDEPT, ' ')
                    FROM DEPT
                    ORDER BY DEPTNO
           END-EXEC.

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EmpMast==.
           COPY WSFST REPLACING ==:tag:== BY ==HierRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  HV-DB-Connection-Info.
           12 HV-DB-Target            PIC X(08).
           12 HV-DB-Userid            PIC X(18).
           12 HV-DB-Password          PIC X(18).

      *    DEPT loaded once, in DEPTNO order. Parent is the table
      *    position of the ADMRDEPT department - zero for the top of
      *    the tree and for an orphan.
       78  WS-Dept-Table-Max-Entries  VALUE 200.

       01  WS-Dept-Table.
           12 WS-Dept-Table-Cnt       PIC 9(4) COMP VALUE ZEROES.
           12 WS-Dept-Table-Max       PIC 9(4) COMP
                                    VALUE WS-Dept-Table-Max-Entries.
           12 WS-Dept-Entry           OCCURS 1 TO
                                    WS-Dept-Table-Max-Entries TIMES
                                    DEPENDING ON WS-Dept-Table-Cnt
                                    INDEXED BY WS-Dept-Idx.
              16 WS-DT-Dept-Number       PIC X(03).
              16 WS-DT-Dept-Name         PIC X(36).
              16 WS-DT-Mgrno             PIC X(06).
              16 WS-DT-Admr-Dept         PIC X(03).
              16 WS-DT-Parent            PIC 9(4) COMP.
              16 WS-DT-Direct-Cnt        PIC 9(9) COMP.
              16 WS-DT-Rollup-Cnt        PIC 9(9) COMP.
              16 WS-DT-Mgr-Last-Name     PIC X(15).
              16 WS-DT-Flags             PIC X(045).
              16 WS-DT-Flag-Ptr          PIC 9(2) COMP.
              16 WS-DT-Top-Flag          PIC X(01).
                 88 WS-DT-Is-Top            VALUE "Y".
              16 WS-DT-Orphan-Flag       PIC X(01).
                 88 WS-DT-Is-Orphan         VALUE "Y".
              16 WS-DT-Loop-Flag         PIC X(01).
                 88 WS-DT-Is-Loop           VALUE "Y".
              16 WS-DT-Printed-Flag      PIC X(01).
                 88 WS-DT-Is-Printed        VALUE "Y".

      *    The tree walk's path from the current top department down
      *    - one entry per level, each remembering where its child
      *    scan got to.
       01  WS-Walk-Stack.
           12 WS-Stack-Cnt            PIC 9(4) COMP VALUE ZEROES.
           12 WS-Stack-Entry          OCCURS WS-Dept-Table-Max-Entries
                                    TIMES.
              16 WS-SK-Dept-Sub          PIC 9(4) COMP.
              16 WS-SK-Next-Scan         PIC 9(4) COMP.

       01  WS-Hierarchy-Fields.
           12 WS-Dept-Sub             PIC 9(4) COMP VALUE ZEROES.
           12 WS-Scan-Sub             PIC 9(4) COMP VALUE ZEROES.
           12 WS-Child-Sub            PIC 9(4) COMP VALUE ZEROES.
           12 WS-Walk-Sub             PIC 9(4) COMP VALUE ZEROES.
           12 WS-Walk-Steps           PIC 9(4) COMP VALUE ZEROES.
           12 WS-Print-Level          PIC 9(4) COMP VALUE ZEROES.
           12 WS-Indent               PIC 9(4) COMP VALUE ZEROES.
           12 WS-Lookup-Dept          PIC X(03) VALUE SPACES.
           12 WS-Flag-Word            PIC X(012) VALUE SPACES.

       01  WS-Hierarchy-Counters.
           12 WS-Active-Cnt           PIC 9(9) COMP VALUE ZEROES.
           12 WS-Active-No-Dept-Cnt   PIC 9(9) COMP VALUE ZEROES.
           12 WS-Top-Cnt              PIC 9(9) COMP VALUE ZEROES.
           12 WS-No-Manager-Cnt       PIC 9(9) COMP VALUE ZEROES.
           12 WS-Mgr-Missing-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-Mgr-Inactive-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Mgr-Outside-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-Orphan-Cnt           PIC 9(9) COMP VALUE ZEROES.
           12 WS-Loop-Cnt             PIC 9(9) COMP VALUE ZEROES.
           12 WS-Unreached-Cnt        PIC 9(9) COMP VALUE ZEROES.

       01  WS-Switches.
           12 WS-Master-EOF-Flag      PIC X(01) VALUE "N".
              88 WS-Master-At-EOF         VALUE "Y".
           12 WS-Child-Found-Flag     PIC X(01) VALUE "N".
              88 WS-Child-Found           VALUE "Y".
           12 WS-Inside-Flag          PIC X(01) VALUE "N".
              88 WS-Mgr-Is-Inside         VALUE "Y".

       01  HR-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 HR-HDR-DATE.
              15 HR-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 HR-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 HR-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(040)
              VALUE "Manager and Hierarchy Integrity".

       01  HR-Section-Line        PIC X(060) VALUE SPACES.

       01  HR-Column-Header1.
           12 FILLER   PIC X(047) VALUE "Department".
           12 FILLER   PIC X(023) VALUE "Manager".
           12 FILLER   PIC X(007) VALUE " Direct".
           12 FILLER   PIC X(009) VALUE "  Rolled".
           12 FILLER   PIC X(005) VALUE "Flags".

       01  HR-Detail-Line.
           12 HR-DL-Tree-Text     PIC X(046).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 HR-DL-Mgrno         PIC X(06).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 HR-DL-Mgr-Last-Name PIC X(15).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 HR-DL-Direct-Cnt    PIC ZZ,ZZ9.
           12 FILLER              PIC X(002) VALUE SPACES.
           12 HR-DL-Rollup-Cnt    PIC ZZ,ZZ9.
           12 FILLER              PIC X(002) VALUE SPACES.
           12 HR-DL-Flags         PIC X(045).

       01  HR-Footer-Line.
           12 HR-FT-Label         PIC X(026).
           12 FILLER              PIC X(002) VALUE ": ".
           12 HR-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX37 - End of Run Messages".

       LINKAGE SECTION.
       01  LS-Parm-Data.
           12 LS-Environment          PIC X(04).
              88 LS-Env-Prod             VALUE "PROD".
              88 LS-Env-Test             VALUE "TEST".
              88 LS-Env-Uat              VALUE "UAT ".

       PROCEDURE DIVISION USING LS-Parm-Data.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT EMPMAST.
           IF NOT WS-EmpMast-Status-OK
              DISPLAY "*** ERROR *** Could not open master EMPMAST "
                      "(status=" WS-EmpMast-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 9800-Connect-to-DB1.
           EXEC SQL OPEN DB6-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** ERROR *** Could not open the DEPT cursor. "
                      "SQLCODE = " WS-SQL-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1110-Fetch-Department.
           PERFORM 1100-Load-Department
              UNTIL SQL-STATUS-NOT-FOUND.
           EXEC SQL CLOSE DB6-C1 END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           PERFORM 1200-Resolve-Parent
              VARYING WS-Dept-Sub FROM 1 BY 1
                 UNTIL WS-Dept-Sub > WS-Dept-Table-Cnt.
           OPEN OUTPUT HIERRPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Year  TO HR-HDR-YY.
           MOVE CDT-Month TO HR-HDR-MM.
           MOVE CDT-Day   TO HR-HDR-DD.
           WRITE Hier-Print-Line FROM HR-Page-Header
              AFTER ADVANCING PAGE.

       1100-Load-Department.
           IF WS-Dept-Table-Cnt NOT < WS-Dept-Table-Max
      *       A partial tree would misstate every rolled-up count
      *       above the missing departments - stop instead.
              DISPLAY "*** ERROR *** DEPT holds more than "
                      WS-Dept-Table-Max " departments. Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Dept-Table-Cnt.
           SET WS-Dept-Idx TO WS-Dept-Table-Cnt.
           MOVE HV-Dept-Number TO WS-DT-Dept-Number (WS-Dept-Idx).
           MOVE HV-Dept-Name   TO WS-DT-Dept-Name (WS-Dept-Idx).
           MOVE HV-Dept-Mgrno  TO WS-DT-Mgrno (WS-Dept-Idx).
           MOVE HV-Admr-Dept   TO WS-DT-Admr-Dept (WS-Dept-Idx).
           MOVE ZERO   TO WS-DT-Parent (WS-Dept-Idx)
                          WS-DT-Direct-Cnt (WS-Dept-Idx)
                          WS-DT-Rollup-Cnt (WS-Dept-Idx).
           MOVE SPACES TO WS-DT-Mgr-Last-Name (WS-Dept-Idx)
                          WS-DT-Flags (WS-Dept-Idx).
           MOVE 1      TO WS-DT-Flag-Ptr (WS-Dept-Idx).
           MOVE "N"    TO WS-DT-Top-Flag (WS-Dept-Idx)
                          WS-DT-Orphan-Flag (WS-Dept-Idx)
                          WS-DT-Loop-Flag (WS-Dept-Idx)
                          WS-DT-Printed-Flag (WS-Dept-Idx).
           PERFORM 1110-Fetch-Department.

       1110-Fetch-Department.
           EXEC SQL FETCH DB6-C1
              INTO
                 :HV-Dept-Number,
                 :HV-Dept-Name,
                 :HV-Dept-Mgrno,
                 :HV-Admr-Dept
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** ERROR *** FETCH failed on DB6-C1. "
                      "SQLCODE = " WS-SQL-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1200-Resolve-Parent.
           SET WS-Dept-Idx TO WS-Dept-Sub.
           IF WS-DT-Admr-Dept (WS-Dept-Idx) = SPACES
              OR WS-DT-Admr-Dept (WS-Dept-Idx)
                    = WS-DT-Dept-Number (WS-Dept-Idx)
              SET WS-DT-Is-Top (WS-Dept-Sub) TO TRUE
              ADD +1 TO WS-Top-Cnt
           ELSE
              MOVE WS-DT-Admr-Dept (WS-Dept-Sub) TO WS-Lookup-Dept
              PERFORM 2900-Find-Department
              IF WS-Walk-Sub = ZERO
                 SET WS-DT-Is-Orphan (WS-Dept-Sub) TO TRUE
              ELSE
                 MOVE WS-Walk-Sub TO WS-DT-Parent (WS-Dept-Sub)
              END-IF
           END-IF.

       2000-Process.
           PERFORM 2100-Load-Active-Headcount.
           PERFORM 2200-Classify-Department
              VARYING WS-Dept-Sub FROM 1 BY 1
                 UNTIL WS-Dept-Sub > WS-Dept-Table-Cnt.
           PERFORM 2300-Roll-Up-Headcount
              VARYING WS-Dept-Sub FROM 1 BY 1
                 UNTIL WS-Dept-Sub > WS-Dept-Table-Cnt.
           PERFORM 2400-Check-Manager
              VARYING WS-Dept-Sub FROM 1 BY 1
                 UNTIL WS-Dept-Sub > WS-Dept-Table-Cnt.
           MOVE "Organization tree" TO HR-Section-Line.
           WRITE Hier-Print-Line FROM HR-Section-Line
              AFTER ADVANCING 2 LINES.
           WRITE Hier-Print-Line FROM HR-Column-Header1
              AFTER ADVANCING 1 LINES.
           PERFORM 2500-Print-From-Top
              VARYING WS-Dept-Sub FROM 1 BY 1
                 UNTIL WS-Dept-Sub > WS-Dept-Table-Cnt.
           PERFORM 2510-Count-Unreached
              VARYING WS-Dept-Sub FROM 1 BY 1
                 UNTIL WS-Dept-Sub > WS-Dept-Table-Cnt.
           IF WS-Unreached-Cnt > ZERO
              MOVE "Not reachable from the top - orphans and loops"
                                TO HR-Section-Line
              WRITE Hier-Print-Line FROM HR-Section-Line
                 AFTER ADVANCING 2 LINES
              WRITE Hier-Print-Line FROM HR-Column-Header1
                 AFTER ADVANCING 1 LINES
              PERFORM 2600-Print-From-Orphan
                 VARYING WS-Dept-Sub FROM 1 BY 1
                    UNTIL WS-Dept-Sub > WS-Dept-Table-Cnt
              PERFORM 2610-Print-Unreached
                 VARYING WS-Dept-Sub FROM 1 BY 1
                    UNTIL WS-Dept-Sub > WS-Dept-Table-Cnt
           END-IF.

       2100-Load-Active-Headcount.
           MOVE LOW-VALUES TO EMPMAST-Emp-Number.
           START EMPMAST KEY >= EMPMAST-Emp-Number
              INVALID KEY
                 SET WS-Master-At-EOF TO TRUE
           END-START.
           IF NOT WS-Master-At-EOF
              PERFORM 2110-Read-Master-Next
              PERFORM 2120-Count-Master-Record
                 UNTIL WS-Master-At-EOF
           END-IF.

       2110-Read-Master-Next.
           READ EMPMAST NEXT RECORD
              AT END
                 SET WS-Master-At-EOF TO TRUE
           END-READ.

       2120-Count-Master-Record.
           IF EMPMAST-Is-Active
              ADD +1 TO WS-Active-Cnt
              MOVE EMPMAST-Work-Dept TO WS-Lookup-Dept
              PERFORM 2900-Find-Department
              IF WS-Walk-Sub = ZERO
                 ADD +1 TO WS-Active-No-Dept-Cnt
              ELSE
                 ADD +1 TO WS-DT-Direct-Cnt (WS-Walk-Sub)
              END-IF
           END-IF.
           PERFORM 2110-Read-Master-Next.

       2200-Classify-Department.
      *    A loop member is one whose ADMRDEPT chain comes back to
      *    it. The walk is bounded by the table size, so a loop it
      *    is not part of (further up) cannot hang it.
           IF WS-DT-Is-Orphan (WS-Dept-Sub)
              ADD +1 TO WS-Orphan-Cnt
              MOVE "ORPHAN" TO WS-Flag-Word
              PERFORM 2910-Add-Flag
           ELSE
              MOVE WS-DT-Parent (WS-Dept-Sub) TO WS-Walk-Sub
              MOVE 1 TO WS-Walk-Steps
              PERFORM 2210-Step-Up
                 UNTIL WS-Walk-Sub = ZERO
                    OR WS-Walk-Sub = WS-Dept-Sub
                    OR WS-Walk-Steps > WS-Dept-Table-Cnt
              IF WS-Walk-Sub = WS-Dept-Sub
                 SET WS-DT-Is-Loop (WS-Dept-Sub) TO TRUE
                 ADD +1 TO WS-Loop-Cnt
                 MOVE "LOOP" TO WS-Flag-Word
                 PERFORM 2910-Add-Flag
              END-IF
           END-IF.

       2210-Step-Up.
           MOVE WS-DT-Parent (WS-Walk-Sub) TO WS-Walk-Sub.
           ADD +1 TO WS-Walk-Steps.

       2300-Roll-Up-Headcount.
      *    Add this department's own count to itself and to every
      *    department above it - stopping at the top, at an orphan,
      *    or at the first loop member so a loop is counted once.
           MOVE WS-Dept-Sub TO WS-Walk-Sub.
           MOVE ZERO TO WS-Walk-Steps.
           PERFORM 2310-Add-To-Ancestor
              UNTIL WS-Walk-Sub = ZERO
                 OR WS-Walk-Steps > WS-Dept-Table-Cnt.

       2310-Add-To-Ancestor.
           ADD WS-DT-Direct-Cnt (WS-Dept-Sub)
                             TO WS-DT-Rollup-Cnt (WS-Walk-Sub).
           IF WS-DT-Is-Loop (WS-Walk-Sub)
              MOVE ZERO TO WS-Walk-Sub
           ELSE
              PERFORM 2210-Step-Up
           END-IF.

       2400-Check-Manager.
           IF WS-DT-Mgrno (WS-Dept-Sub) = SPACES
              ADD +1 TO WS-No-Manager-Cnt
              MOVE "NO-MANAGER" TO WS-Flag-Word
              PERFORM 2910-Add-Flag
           ELSE
              MOVE WS-DT-Mgrno (WS-Dept-Sub) TO EMPMAST-Emp-Number
              READ EMPMAST
                 INVALID KEY
                    ADD +1 TO WS-Mgr-Missing-Cnt
                    MOVE "MGR-MISSING" TO WS-Flag-Word
                    PERFORM 2910-Add-Flag
                 NOT INVALID KEY
                    MOVE EMPMAST-Last-Name
                                TO WS-DT-Mgr-Last-Name (WS-Dept-Sub)
                    IF EMPMAST-Is-Inactive
                       ADD +1 TO WS-Mgr-Inactive-Cnt
                       MOVE "MGR-INACTIVE" TO WS-Flag-Word
                       PERFORM 2910-Add-Flag
                    END-IF
                    PERFORM 2410-Check-Manager-Placement
              END-READ
           END-IF.

       2410-Check-Manager-Placement.
      *    Inside means the manager's WORKDEPT is this department or
      *    has it somewhere up its ADMRDEPT chain.
           MOVE "N" TO WS-Inside-Flag.
           MOVE EMPMAST-Work-Dept TO WS-Lookup-Dept.
           PERFORM 2900-Find-Department.
           MOVE ZERO TO WS-Walk-Steps.
           PERFORM 2420-Step-Toward-Manager
              UNTIL WS-Walk-Sub = ZERO
                 OR WS-Mgr-Is-Inside
                 OR WS-Walk-Steps > WS-Dept-Table-Cnt.
           IF NOT WS-Mgr-Is-Inside
              ADD +1 TO WS-Mgr-Outside-Cnt
              MOVE "MGR-OUTSIDE" TO WS-Flag-Word
              PERFORM 2910-Add-Flag
           END-IF.

       2420-Step-Toward-Manager.
           IF WS-Walk-Sub = WS-Dept-Sub
              SET WS-Mgr-Is-Inside TO TRUE
           ELSE
              PERFORM 2210-Step-Up
           END-IF.

       2500-Print-From-Top.
           IF WS-DT-Is-Top (WS-Dept-Sub)
              PERFORM 2700-Print-Subtree
           END-IF.

       2510-Count-Unreached.
           IF NOT WS-DT-Is-Printed (WS-Dept-Sub)
              ADD +1 TO WS-Unreached-Cnt
           END-IF.

       2600-Print-From-Orphan.
           IF WS-DT-Is-Orphan (WS-Dept-Sub)
              PERFORM 2700-Print-Subtree
           END-IF.

       2610-Print-Unreached.
      *    Whatever the two tree walks never reached - loop members
      *    and the departments hanging under a loop.
           IF NOT WS-DT-Is-Printed (WS-Dept-Sub)
              MOVE ZERO TO WS-Print-Level
              MOVE WS-Dept-Sub TO WS-Child-Sub
              PERFORM 2800-Write-Department-Line
           END-IF.

       2700-Print-Subtree.
      *    Depth first, children in DEPTNO order. The stack holds the
      *    path down from WS-Dept-Sub; each level remembers where its
      *    child scan stopped.
           MOVE ZERO TO WS-Print-Level.
           MOVE WS-Dept-Sub TO WS-Child-Sub.
           PERFORM 2800-Write-Department-Line.
           MOVE 1 TO WS-Stack-Cnt.
           MOVE WS-Dept-Sub TO WS-SK-Dept-Sub (1).
           MOVE 1 TO WS-SK-Next-Scan (1).
           PERFORM 2710-Walk-Next-Child
              UNTIL WS-Stack-Cnt = ZERO.

       2710-Walk-Next-Child.
           MOVE "N" TO WS-Child-Found-Flag.
           PERFORM 2720-Test-Child
              VARYING WS-Scan-Sub
                 FROM WS-SK-Next-Scan (WS-Stack-Cnt) BY 1
                 UNTIL WS-Scan-Sub > WS-Dept-Table-Cnt
                    OR WS-Child-Found.
           IF WS-Child-Found
              COMPUTE WS-SK-Next-Scan (WS-Stack-Cnt) = WS-Child-Sub + 1
              MOVE WS-Stack-Cnt TO WS-Print-Level
              PERFORM 2800-Write-Department-Line
              ADD +1 TO WS-Stack-Cnt
              MOVE WS-Child-Sub TO WS-SK-Dept-Sub (WS-Stack-Cnt)
              MOVE 1 TO WS-SK-Next-Scan (WS-Stack-Cnt)
           ELSE
              SUBTRACT 1 FROM WS-Stack-Cnt
           END-IF.

       2720-Test-Child.
           IF WS-DT-Parent (WS-Scan-Sub)
                 = WS-SK-Dept-Sub (WS-Stack-Cnt)
              AND NOT WS-DT-Is-Printed (WS-Scan-Sub)
              SET WS-Child-Found TO TRUE
              MOVE WS-Scan-Sub TO WS-Child-Sub
           END-IF.

       2800-Write-Department-Line.
      *    WS-Child-Sub is the department, WS-Print-Level its depth.
           SET WS-DT-Is-Printed (WS-Child-Sub) TO TRUE.
           IF WS-Print-Level > 10
              MOVE 10 TO WS-Print-Level
           END-IF.
           COMPUTE WS-Indent = WS-Print-Level * 2 + 1.
           MOVE SPACES TO HR-DL-Tree-Text.
           STRING WS-DT-Dept-Number (WS-Child-Sub) DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-DT-Dept-Name (WS-Child-Sub)   DELIMITED BY SIZE
              INTO HR-DL-Tree-Text
              WITH POINTER WS-Indent
           END-STRING.
           MOVE WS-DT-Mgrno (WS-Child-Sub)       TO HR-DL-Mgrno.
           MOVE WS-DT-Mgr-Last-Name (WS-Child-Sub)
                                                 TO HR-DL-Mgr-Last-Name.
           MOVE WS-DT-Direct-Cnt (WS-Child-Sub)  TO HR-DL-Direct-Cnt.
           MOVE WS-DT-Rollup-Cnt (WS-Child-Sub)  TO HR-DL-Rollup-Cnt.
           MOVE WS-DT-Flags (WS-Child-Sub)       TO HR-DL-Flags.
           WRITE Hier-Print-Line FROM HR-Detail-Line
              AFTER ADVANCING 1 LINES.

       2900-Find-Department.
      *    Table position of WS-Lookup-Dept in WS-Walk-Sub, zero when
      *    DEPT does not have it.
           MOVE ZERO TO WS-Walk-Sub.
           SET WS-Dept-Idx TO 1.
           SEARCH WS-Dept-Entry
              AT END
                 CONTINUE
              WHEN WS-DT-Dept-Number (WS-Dept-Idx) = WS-Lookup-Dept
                 SET WS-Walk-Sub TO WS-Dept-Idx
           END-SEARCH.

       2910-Add-Flag.
           STRING WS-Flag-Word DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
              INTO WS-DT-Flags (WS-Dept-Sub)
              WITH POINTER WS-DT-Flag-Ptr (WS-Dept-Sub)
           END-STRING.

       3000-End-Job.
           MOVE "Departments in DEPT"        TO HR-FT-Label.
           MOVE WS-Dept-Table-Cnt            TO HR-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "Top-level departments"      TO HR-FT-Label.
           MOVE WS-Top-Cnt                   TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Active employees"           TO HR-FT-Label.
           MOVE WS-Active-Cnt                TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Active, dept not in DEPT"   TO HR-FT-Label.
           MOVE WS-Active-No-Dept-Cnt        TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "No manager"                 TO HR-FT-Label.
           MOVE WS-No-Manager-Cnt            TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Manager not on EMPMAST"     TO HR-FT-Label.
           MOVE WS-Mgr-Missing-Cnt           TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Manager inactive"           TO HR-FT-Label.
           MOVE WS-Mgr-Inactive-Cnt          TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Manager outside subtree"    TO HR-FT-Label.
           MOVE WS-Mgr-Outside-Cnt           TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "ADMRDEPT orphans"           TO HR-FT-Label.
           MOVE WS-Orphan-Cnt                TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "ADMRDEPT loop members"      TO HR-FT-Label.
           MOVE WS-Loop-Cnt                  TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Not reachable from top"     TO HR-FT-Label.
           MOVE WS-Unreached-Cnt             TO HR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           CLOSE EMPMAST.
           CLOSE HIERRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "Departments:         " WS-Dept-Table-Cnt.
           DISPLAY "No manager:          " WS-No-Manager-Cnt.
           DISPLAY "Manager missing:     " WS-Mgr-Missing-Cnt.
           DISPLAY "Manager inactive:    " WS-Mgr-Inactive-Cnt.
           DISPLAY "Manager outside:     " WS-Mgr-Outside-Cnt.
           DISPLAY "Orphans:             " WS-Orphan-Cnt.
           DISPLAY "Loop members:        " WS-Loop-Cnt.
           IF WS-No-Manager-Cnt > ZERO
              OR WS-Mgr-Missing-Cnt > ZERO
              OR WS-Mgr-Inactive-Cnt > ZERO
              OR WS-Mgr-Outside-Cnt > ZERO
              OR WS-Orphan-Cnt > ZERO
              OR WS-Loop-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-Write-Footer-Line.
           WRITE Hier-Print-Line FROM HR-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Hier-Print-Line FROM HR-Footer-Line
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
