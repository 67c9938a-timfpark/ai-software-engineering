      **********************************************************
      * Program name:    DBCBEX35
      * Original author: David Stagowski
      *
      *    Description: Department reorganization - mass moves of
      *    employees between WORKDEPTs on EMP, driven by cards.
      *
      *    DBCBEX27 rightly refuses to deactivate a department while
      *    employees still hold its WORKDEPT, which left a DBA
      *    hand-writing UPDATEs against EMP whenever a department was
      *    merged or renumbered. This program reads REORGTRN cards:
      *
      *       A fff ttt            - move every employee in fff
      *                              to ttt
      *       E fff ttt nnnnnn     - move employee nnnnnn from fff
      *                              to ttt (one card per employee)
      *       * ...                - comment card, ignored
      *
      *    and prints REORGREG, the before/after register HR signs
      *    off: every card with its verdict, every affected employee
      *    with the department they left and the one they joined,
      *    the headcount of every department involved, and a
      *    sign-off block. Once the register is signed, the emptied
      *    department is deactivated through DBCBEX27 as usual.
      *
      *    Card rejections:
      *
      *       - unknown card type, blank or equal from/to codes,
      *         employee number not 6 digits
      *       - target department not in DEPT (a failed probe also
      *         rejects - the check fails closed)
      *       - a department both moved from and moved to in one
      *         deck, a department on two cards, or an employee on
      *         two cards - chained or overlapping moves would make
      *         the dry run and the commit run disagree, so they go
      *         in separate decks
      *
      *    The PARM carries the PROD/TEST/UAT indicator, the mode -
      *    D (or blank) DRY RUN, C COMMIT - a restart indicator, and
      *    an optional commit interval (rows per commit, default
      *    100). A dry run reads EMP and changes nothing. A commit
      *    run refuses the whole deck if any card is rejected, then
      *    updates EMP with a COMMIT every interval and after every
      *    card, writing a REORGCKP checkpoint at each one. If it is
      *    interrupted, rerun it with the same deck and the restart
      *    indicator Y: cards already finished are skipped, and a
      *    whole-department card picks up whoever is still in the
      *    old department. REORGREG is extended on a restart so the
      *    register stays one document.
      *
      *    Headcounts are EMP rows per WORKDEPT, counted before the
      *    first move. A dry run shows the projected result; a
      *    commit run recounts EMP at the end. Each checkpoint
      *    carries the departments' before, out and in counts, and
      *    a restart takes them from there rather than from EMP,
      *    which by then already shows the committed moves.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - department merges and
      *                          renumbers no longer need hand-
      *                          written UPDATEs against EMP.
      * 2026-10-15 dastagg       Checkpoint the department counts so
      *                          a restarted register's headcounts
      *                          cover the whole reorganization.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REORGTRN
           ASSIGN TO REORGTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ReorgTrn-Status.

           SELECT REORGREG
           ASSIGN TO REORGREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ReorgReg-Status.

           SELECT REORGCKP
           ASSIGN TO REORGCKP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ReorgCkp-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  REORGTRN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REORGTRN-Record             PIC X(80).

       FD  REORGREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Reorg-Print-Line            PIC X(131).

      *    One record per commit point; the last one is the restart
      *    position. Carries the deck's shape so a restart with a
      *    different deck is refused rather than resumed.
       FD  REORGCKP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REORGCKP-Record.
           12 CKP-Accepted-Card-Cnt    PIC 9(04).
           12 CKP-Cards-Done           PIC 9(04).
           12 CKP-Last-Card-Image      PIC X(80).
           12 CKP-Moved-Cnt            PIC 9(09).
           12 CKP-Not-Moved-Cnt        PIC 9(09).
           12 CKP-Commit-Cnt           PIC 9(09).
      *       Sized to WS-Dept-Table-Max-Entries.
           12 CKP-Dept-Cnt             PIC 9(04).
           12 CKP-Dept-Table.
              16 CKP-Dept-Entry        OCCURS 200 TIMES
                                       INDEXED BY CKP-Dept-Idx.
                 20 CKP-Dept-Number    PIC X(03).
                 20 CKP-Before-Cnt     PIC 9(09).
                 20 CKP-Out-Cnt        PIC 9(09).
                 20 CKP-In-Cnt         PIC 9(09).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  HV-Employee-Row.
           12 HV-Emp-Number           PIC X(06).
           12 HV-First-Name           PIC X(12).
           12 HV-Last-Name            PIC X(15).
           12 HV-Work-Dept            PIC X(03).

       01  HV-Move-Criteria.
           12 HV-From-Dept            PIC X(03).
           12 HV-To-Dept              PIC X(03).

       01  HV-Department-Row.
           12 HV-Dept-Number          PIC X(03).
           12 HV-Dept-Name            PIC X(36).

       01  HV-Reference-Counts.
           12 HV-Employee-Ref-Cnt     PIC S9(9) COMP.

      *    WITH HOLD - the commit points must not close the cursor
      *    under a whole-department move. The UPDATE takes each row
      *    out of the predicate, so nothing is fetched twice.
           EXEC SQL DECLARE DB4-C1 CURSOR WITH HOLD FOR
                    SELECT EMPNO,
                           FIRSTNME,
                           LASTNAME,
                           WORKDEPT
                    FROM EMP
                    WHERE WORKDEPT = :HV-From-Dept
                    ORDER BY EMPNO
           END-EXEC.

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.
          88 SQL-STATUS-DUP            VALUE -803.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ReorgTrn==.
           COPY WSFST REPLACING ==:tag:== BY ==ReorgReg==.
           COPY WSFST REPLACING ==:tag:== BY ==ReorgCkp==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  HV-DB-Connection-Info.
           12 HV-DB-Target            PIC X(08).
           12 HV-DB-Userid            PIC X(18).
           12 HV-DB-Password          PIC X(18).

       01  WS-Card-Fields.
           12 WS-Card-Type            PIC X(01).
              88 WS-Whole-Dept-Card      VALUE "A".
              88 WS-Employee-Card        VALUE "E".
              88 WS-Comment-Card         VALUE "*".
           12 FILLER                  PIC X(01).
           12 WS-Card-From-Dept       PIC X(03).
           12 FILLER                  PIC X(01).
           12 WS-Card-To-Dept         PIC X(03).
           12 FILLER                  PIC X(01).
           12 WS-Card-Emp-Number      PIC X(06).
           12 FILLER                  PIC X(64).

      *    The accepted deck, in card order - loaded and validated in
      *    full before anything moves.
       78  WS-Card-Table-Max-Entries  VALUE 100.

       01  WS-Card-Table.
           12 WS-Card-Table-Cnt       PIC 9(4) COMP VALUE ZEROES.
           12 WS-Card-Table-Max       PIC 9(4) COMP
                                    VALUE WS-Card-Table-Max-Entries.
           12 WS-Card-Entry           OCCURS 1 TO
                                    WS-Card-Table-Max-Entries TIMES
                                    DEPENDING ON WS-Card-Table-Cnt
                                    INDEXED BY WS-Card-Idx.
              16 WS-CD-Card-Image.
                 20 WS-CD-Card-Type      PIC X(01).
                    88 WS-CD-Whole-Dept     VALUE "A".
                    88 WS-CD-Employee       VALUE "E".
                 20 FILLER               PIC X(01).
                 20 WS-CD-From-Dept      PIC X(03).
                 20 FILLER               PIC X(01).
                 20 WS-CD-To-Dept        PIC X(03).
                 20 FILLER               PIC X(01).
                 20 WS-CD-Emp-Number     PIC X(06).
                 20 FILLER               PIC X(64).

      *    Every department a card touches, for the headcount
      *    section - two per card at most.
       78  WS-Dept-Table-Max-Entries  VALUE 200.

       01  WS-Dept-Table.
           12 WS-Dept-Table-Cnt       PIC 9(4) COMP VALUE ZEROES.
           12 WS-Dept-Entry           OCCURS 1 TO
                                    WS-Dept-Table-Max-Entries TIMES
                                    DEPENDING ON WS-Dept-Table-Cnt
                                    INDEXED BY WS-Dept-Idx.
              16 WS-DT-Dept-Number       PIC X(03).
              16 WS-DT-Before-Cnt        PIC 9(9) COMP.
              16 WS-DT-Out-Cnt           PIC 9(9) COMP.
              16 WS-DT-In-Cnt            PIC 9(9) COMP.
              16 WS-DT-After-Cnt         PIC 9(9) COMP.

       01  WS-Reorg-Fields.
           12 WS-Card-Sub             PIC 9(4) COMP VALUE ZEROES.
           12 WS-Earlier-Sub          PIC 9(4) COMP VALUE ZEROES.
           12 WS-Start-Card           PIC 9(4) COMP VALUE 1.
           12 WS-Cards-Done           PIC 9(4) COMP VALUE ZEROES.
           12 WS-Commit-Interval      PIC 9(4) COMP VALUE 100.
           12 WS-Batch-Cnt            PIC 9(4) COMP VALUE ZEROES.
           12 WS-Count-Dept           PIC X(03) VALUE SPACES.

       01  WS-Reorg-Counters.
           12 WS-Card-Read-Cnt        PIC 9(9) COMP VALUE ZEROES.
           12 WS-Rejected-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-Moved-Cnt            PIC 9(9) COMP VALUE ZEROES.
           12 WS-Not-Moved-Cnt        PIC 9(9) COMP VALUE ZEROES.
           12 WS-Commit-Cnt           PIC 9(9) COMP VALUE ZEROES.

       01  WS-Switches.
           12 WS-Run-Mode-Flag        PIC X(01) VALUE "D".
              88 WS-Mode-Dry-Run         VALUE "D".
              88 WS-Mode-Commit          VALUE "C".
           12 WS-Card-Rejected-Flag   PIC X(01) VALUE "N".
              88 WS-Card-Is-Rejected      VALUE "Y".
           12 WS-Checkpoint-Found-Flag PIC X(01) VALUE "N".
              88 WS-Checkpoint-Found      VALUE "Y".
           12 WS-Dept-Restored-Flag   PIC X(01) VALUE "N".
              88 WS-Dept-Restored         VALUE "Y".
           12 WS-Member-EOF-Flag      PIC X(01) VALUE "N".
              88 WS-Member-EOF            VALUE "Y".

       01  WS-Reject-Reason           PIC X(055) VALUE SPACES.

       01  WS-SQLCODE-Display         PIC -(8)9 VALUE ZERO.

       01  RG-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 RG-HDR-DATE.
              15 RG-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 RG-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 RG-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(036)
              VALUE "Department Reorganization Register".
           12 FILLER              PIC X(008) VALUE "  Mode: ".
           12 RG-HDR-Mode         PIC X(07).
           12 RG-HDR-Restart      PIC X(12) VALUE SPACES.

       01  RG-Section-Line        PIC X(060) VALUE SPACES.

       01  RG-Card-Line.
           12 FILLER              PIC X(005) VALUE "Card ".
           12 RG-CL-Card-Number   PIC ZZZ9.
           12 FILLER              PIC X(002) VALUE ": ".
           12 RG-CL-Card-Text     PIC X(016).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 RG-CL-Verdict       PIC X(08).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 RG-CL-Reason        PIC X(055).

       01  RG-Column-Header1.
           12 FILLER   PIC X(008) VALUE "Number".
           12 FILLER   PIC X(016) VALUE "Last Name".
           12 FILLER   PIC X(013) VALUE "First Name".
           12 FILLER   PIC X(008) VALUE "Before".
           12 FILLER   PIC X(008) VALUE "After".
           12 FILLER   PIC X(010) VALUE "Result".

       01  RG-Detail-Line.
           12 RG-DL-Emp-Number    PIC X(06).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 RG-DL-Last-Name     PIC X(15).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RG-DL-First-Name    PIC X(12).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RG-DL-Before-Dept   PIC X(03).
           12 FILLER              PIC X(005) VALUE SPACES.
           12 RG-DL-After-Dept    PIC X(03).
           12 FILLER              PIC X(005) VALUE SPACES.
           12 RG-DL-Result        PIC X(10).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 RG-DL-Note          PIC X(040).

       01  RG-Headcount-Header.
           12 FILLER   PIC X(008) VALUE "Dept".
           12 FILLER   PIC X(012) VALUE "      Before".
           12 FILLER   PIC X(012) VALUE "   Moved Out".
           12 FILLER   PIC X(012) VALUE "    Moved In".
           12 FILLER   PIC X(012) VALUE "       After".

       01  RG-Headcount-Line.
           12 RG-HL-Dept-Number   PIC X(03).
           12 FILLER              PIC X(005) VALUE SPACES.
           12 RG-HL-Before-Cnt    PIC ZZZ,ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RG-HL-Out-Cnt       PIC ZZZ,ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RG-HL-In-Cnt        PIC ZZZ,ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RG-HL-After-Cnt     PIC ZZZ,ZZZ,ZZ9.

       01  RG-Signoff-Line1.
           12 FILLER              PIC X(060) VALUE
              "HR sign-off: ________________________  Date: __________".

       01  RG-Signoff-Line2.
           12 FILLER              PIC X(060) VALUE
              "Approved by: ________________________  Date: __________".

       01  RG-Footer-Line.
           12 RG-FT-Label         PIC X(022).
           12 FILLER              PIC X(002) VALUE ": ".
           12 RG-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX35 - End of Run Messages".

       LINKAGE SECTION.
       01  LS-Parm-Data.
           12 LS-Environment          PIC X(04).
              88 LS-Env-Prod             VALUE "PROD".
              88 LS-Env-Test             VALUE "TEST".
              88 LS-Env-Uat              VALUE "UAT ".
           12 LS-Run-Mode             PIC X(01).
              88 LS-Mode-Dry-Run         VALUE "D" " ".
              88 LS-Mode-Commit          VALUE "C".
           12 LS-Restart-Indicator    PIC X(01).
              88 LS-Restart-Requested    VALUE "Y".
           12 LS-Commit-Interval      PIC X(04).

       PROCEDURE DIVISION USING LS-Parm-Data.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           PERFORM 1100-Validate-Parm.
           OPEN INPUT REORGTRN.
           IF NOT WS-ReorgTrn-Status-OK
              DISPLAY "*** ERROR *** Could not open card file "
                      "REORGTRN (status=" WS-ReorgTrn-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 9800-Connect-to-DB1.
           IF LS-Restart-Requested
              OPEN EXTEND REORGREG
              IF NOT WS-ReorgReg-Status-OK
                 OPEN OUTPUT REORGREG
              END-IF
              MOVE "(restarted)" TO RG-HDR-Restart
              PERFORM 1250-Read-Restart-Checkpoint
           ELSE
              OPEN OUTPUT REORGREG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Year  TO RG-HDR-YY.
           MOVE CDT-Month TO RG-HDR-MM.
           MOVE CDT-Day   TO RG-HDR-DD.
           WRITE Reorg-Print-Line FROM RG-Page-Header
              AFTER ADVANCING PAGE.
           PERFORM 1200-Load-Card-Deck.
           CLOSE REORGTRN.
      *    A refused deck leaves REORGCKP alone - the interrupted run
      *    it positions may still need its restart once the cards
      *    are corrected.
           IF WS-Mode-Commit AND WS-Rejected-Cnt = ZERO
              PERFORM 1300-Process-Restart-Checkpoint
           END-IF.

       1100-Validate-Parm.
           EVALUATE TRUE
              WHEN LS-Mode-Dry-Run
                 SET WS-Mode-Dry-Run TO TRUE
                 MOVE "DRY RUN" TO RG-HDR-Mode
              WHEN LS-Mode-Commit
                 SET WS-Mode-Commit TO TRUE
                 MOVE "COMMIT"  TO RG-HDR-Mode
              WHEN OTHER
                 DISPLAY "*** ERROR *** Mode '" LS-Run-Mode
                         "' is neither D (dry run) nor C (commit). "
                         "Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF LS-Restart-Requested AND WS-Mode-Dry-Run
              DISPLAY "*** ERROR *** A dry run changes nothing and "
                      "has nothing to restart - rerun it without the "
                      "restart indicator. Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF LS-Commit-Interval NOT = SPACES
              IF LS-Commit-Interval IS NUMERIC
                 AND LS-Commit-Interval > ZERO
                 MOVE LS-Commit-Interval TO WS-Commit-Interval
              ELSE
                 DISPLAY "*** ERROR *** Commit interval '"
                         LS-Commit-Interval "' is not a number "
                         "0001-9999. Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1200-Load-Card-Deck.
           MOVE "Cards" TO RG-Section-Line.
           WRITE Reorg-Print-Line FROM RG-Section-Line
              AFTER ADVANCING 2 LINES.
           PERFORM 2010-Read-Card.
           PERFORM 2100-Validate-One-Card
              UNTIL WS-ReorgTrn-Status-EOF.

       1250-Read-Restart-Checkpoint.
      *    Read ahead of the deck, so 2150 can take a department's
      *    counts from the checkpoint instead of from EMP. Whether
      *    the deck matches is checked once it is loaded (1300).
           OPEN INPUT REORGCKP.
           IF WS-ReorgCkp-Status-OK
              PERFORM 1310-Read-Last-Checkpoint
                 UNTIL WS-ReorgCkp-Status-EOF
              CLOSE REORGCKP
           ELSE
              DISPLAY "*** WARNING *** REORGCKP checkpoint file "
                      "not found (status=" WS-ReorgCkp-Status
                      ") - starting this run from the first card."
           END-IF.

       1300-Process-Restart-Checkpoint.
           IF LS-Restart-Requested
              IF WS-Checkpoint-Found
      *          The checkpoint positions a particular deck - resumed
      *          under a different one it would skip cards that never
      *          ran, so the deck has to match first.
                 IF CKP-Accepted-Card-Cnt NOT = WS-Card-Table-Cnt
                    OR CKP-Cards-Done > WS-Card-Table-Cnt
                    PERFORM 1320-Abort-Mismatched-Restart
                 END-IF
                 IF CKP-Cards-Done > ZERO
                    SET WS-Card-Idx TO CKP-Cards-Done
                    IF WS-CD-Card-Image (WS-Card-Idx)
                          NOT = CKP-Last-Card-Image
                       PERFORM 1320-Abort-Mismatched-Restart
                    END-IF
                 END-IF
                 MOVE CKP-Cards-Done    TO WS-Cards-Done
                 MOVE CKP-Moved-Cnt     TO WS-Moved-Cnt
                 MOVE CKP-Not-Moved-Cnt TO WS-Not-Moved-Cnt
                 MOVE CKP-Commit-Cnt    TO WS-Commit-Cnt
                 COMPUTE WS-Start-Card = CKP-Cards-Done + 1
              END-IF
              OPEN EXTEND REORGCKP
              IF NOT WS-ReorgCkp-Status-OK
                 OPEN OUTPUT REORGCKP
              END-IF
           ELSE
              OPEN OUTPUT REORGCKP
           END-IF.

       1310-Read-Last-Checkpoint.
           READ REORGCKP
              NOT AT END
                 SET WS-Checkpoint-Found TO TRUE
           END-READ.

       1320-Abort-Mismatched-Restart.
           DISPLAY "*** ERROR *** This deck does not match the "
                   "checkpointed run's - refusing to resume a "
                   "different reorganization.".
           DISPLAY "Restart with the interrupted run's deck, or "
                   "clear REORGCKP and start a fresh run. Exiting.".
           EXEC SQL CONNECT RESET END-EXEC.
           CLOSE REORGREG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       2000-Process.
           IF WS-Mode-Commit AND WS-Rejected-Cnt > ZERO
      *       Half a reorganization is worse than none - HR signs off
      *       on the whole deck, so a commit run applies all of it or
      *       nothing.
              MOVE "*** REFUSED - correct the rejected cards; nothing "
                             TO RG-Section-Line
              WRITE Reorg-Print-Line FROM RG-Section-Line
                 AFTER ADVANCING 2 LINES
              MOVE "    was moved." TO RG-Section-Line
              WRITE Reorg-Print-Line FROM RG-Section-Line
                 AFTER ADVANCING 1 LINES
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "Employees" TO RG-Section-Line
              WRITE Reorg-Print-Line FROM RG-Section-Line
                 AFTER ADVANCING 2 LINES
              WRITE Reorg-Print-Line FROM RG-Column-Header1
                 AFTER ADVANCING 1 LINES
              PERFORM 2200-Process-Accepted-Card
                 VARYING WS-Card-Sub FROM WS-Start-Card BY 1
                    UNTIL WS-Card-Sub > WS-Card-Table-Cnt
           END-IF.

       2010-Read-Card.
           READ REORGTRN INTO WS-Card-Fields
              NOT AT END
                 IF NOT WS-Comment-Card
                    ADD +1 TO WS-Card-Read-Cnt
                 END-IF
           END-READ.

       2100-Validate-One-Card.
           MOVE "N"    TO WS-Card-Rejected-Flag.
           MOVE SPACES TO WS-Reject-Reason.
           IF WS-Comment-Card
              CONTINUE
           ELSE
              PERFORM 2110-Validate-Card-Fields
              IF NOT WS-Card-Is-Rejected
                 PERFORM 2120-Probe-Target-Department
              END-IF
              IF NOT WS-Card-Is-Rejected
                 PERFORM 2130-Check-Deck-Overlap
                    VARYING WS-Earlier-Sub FROM 1 BY 1
                       UNTIL WS-Earlier-Sub > WS-Card-Table-Cnt
                          OR WS-Card-Is-Rejected
              END-IF
              IF NOT WS-Card-Is-Rejected
                 PERFORM 2140-Accept-Card
              END-IF
              IF WS-Card-Is-Rejected
                 ADD +1 TO WS-Rejected-Cnt
                 MOVE "REJECTED" TO RG-CL-Verdict
                 MOVE WS-Reject-Reason TO RG-CL-Reason
              ELSE
                 MOVE "ACCEPTED" TO RG-CL-Verdict
                 MOVE SPACES TO RG-CL-Reason
              END-IF
              MOVE WS-Card-Read-Cnt TO RG-CL-Card-Number
              MOVE WS-Card-Fields   TO RG-CL-Card-Text
              WRITE Reorg-Print-Line FROM RG-Card-Line
                 AFTER ADVANCING 1 LINES
           END-IF.
           PERFORM 2010-Read-Card.

       2110-Validate-Card-Fields.
           EVALUATE TRUE
              WHEN NOT WS-Whole-Dept-Card
                   AND NOT WS-Employee-Card
                 MOVE "unknown card type - A, E or * expected"
                                TO WS-Reject-Reason
              WHEN WS-Card-From-Dept = SPACES
                   OR WS-Card-To-Dept = SPACES
                 MOVE "from or to department is blank"
                                TO WS-Reject-Reason
              WHEN WS-Card-From-Dept = WS-Card-To-Dept
                 MOVE "from and to department are the same"
                                TO WS-Reject-Reason
              WHEN WS-Employee-Card
                   AND WS-Card-Emp-Number NOT NUMERIC
                 MOVE "employee number is not 6 digits"
                                TO WS-Reject-Reason
              WHEN WS-Card-Table-Cnt NOT < WS-Card-Table-Max
                 MOVE "deck holds more cards than one run takes"
                                TO WS-Reject-Reason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-Reject-Reason NOT = SPACES
              SET WS-Card-Is-Rejected TO TRUE
           END-IF.

       2120-Probe-Target-Department.
      *    Same singleton probe DBCBEX27 uses. Anything but a found
      *    row rejects - moving people into a department that cannot
      *    be confirmed would mint referential exceptions.
           MOVE WS-Card-To-Dept TO HV-Dept-Number.
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
                 MOVE "target department is not in DEPT"
                                TO WS-Reject-Reason
                 SET WS-Card-Is-Rejected TO TRUE
              WHEN OTHER
                 PERFORM 2190-Reject-On-SQLCODE
           END-EVALUATE.

       2130-Check-Deck-Overlap.
           SET WS-Card-Idx TO WS-Earlier-Sub.
           EVALUATE TRUE
              WHEN WS-CD-From-Dept (WS-Card-Idx) = WS-Card-To-Dept
                   OR WS-CD-To-Dept (WS-Card-Idx) = WS-Card-From-Dept
                 MOVE "department both moved from and to in this deck"
                                TO WS-Reject-Reason
              WHEN WS-Whole-Dept-Card
                   AND WS-CD-From-Dept (WS-Card-Idx)
                          = WS-Card-From-Dept
                 MOVE "department already on an earlier card"
                                TO WS-Reject-Reason
              WHEN WS-Employee-Card
                   AND WS-CD-Whole-Dept (WS-Card-Idx)
                   AND WS-CD-From-Dept (WS-Card-Idx)
                          = WS-Card-From-Dept
                 MOVE "employee covered by a whole-department card"
                                TO WS-Reject-Reason
              WHEN WS-Employee-Card
                   AND WS-CD-Employee (WS-Card-Idx)
                   AND WS-CD-Emp-Number (WS-Card-Idx)
                          = WS-Card-Emp-Number
                 MOVE "employee already on an earlier card"
                                TO WS-Reject-Reason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-Reject-Reason NOT = SPACES
              SET WS-Card-Is-Rejected TO TRUE
           END-IF.

       2140-Accept-Card.
           MOVE WS-Card-From-Dept TO WS-Count-Dept.
           PERFORM 2150-Note-Department.
           IF NOT WS-Card-Is-Rejected
              MOVE WS-Card-To-Dept TO WS-Count-Dept
              PERFORM 2150-Note-Department
           END-IF.
           IF NOT WS-Card-Is-Rejected
              ADD +1 TO WS-Card-Table-Cnt
              SET WS-Card-Idx TO WS-Card-Table-Cnt
              MOVE WS-Card-Fields TO WS-CD-Card-Image (WS-Card-Idx)
           END-IF.

       2150-Note-Department.
      *    Find-or-add; a new department gets its headcount as EMP
      *    stands before anything in this run moves.
           SET WS-Dept-Idx TO 1.
           SEARCH WS-Dept-Entry
              AT END
                 PERFORM 2160-Add-Department
              WHEN WS-DT-Dept-Number (WS-Dept-Idx) = WS-Count-Dept
                 CONTINUE
           END-SEARCH.

       2160-Add-Department.
      *    On a restart EMP already shows the committed moves, so a
      *    department the checkpoint carries keeps its counts from
      *    there - counting EMP again would give a wrong before.
           MOVE "N" TO WS-Dept-Restored-Flag.
           IF WS-Checkpoint-Found
              SET CKP-Dept-Idx TO 1
              SEARCH CKP-Dept-Entry
                 WHEN CKP-Dept-Idx > CKP-Dept-Cnt
                    CONTINUE
                 WHEN CKP-Dept-Number (CKP-Dept-Idx) = WS-Count-Dept
                    SET WS-Dept-Restored TO TRUE
              END-SEARCH
           END-IF.
           IF WS-Dept-Restored
              ADD +1 TO WS-Dept-Table-Cnt
              SET WS-Dept-Idx TO WS-Dept-Table-Cnt
              MOVE WS-Count-Dept
                          TO WS-DT-Dept-Number (WS-Dept-Idx)
              MOVE CKP-Before-Cnt (CKP-Dept-Idx)
                          TO WS-DT-Before-Cnt (WS-Dept-Idx)
              MOVE CKP-Out-Cnt (CKP-Dept-Idx)
                          TO WS-DT-Out-Cnt (WS-Dept-Idx)
              MOVE CKP-In-Cnt (CKP-Dept-Idx)
                          TO WS-DT-In-Cnt (WS-Dept-Idx)
              MOVE ZERO   TO WS-DT-After-Cnt (WS-Dept-Idx)
           ELSE
              MOVE WS-Count-Dept TO HV-Dept-Number
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :HV-Employee-Ref-Cnt
                   FROM EMP
                  WHERE WORKDEPT = :HV-Dept-Number
              END-EXEC
              MOVE SQLCODE TO WS-SQL-STATUS
              IF SQL-STATUS-OK
                 ADD +1 TO WS-Dept-Table-Cnt
                 SET WS-Dept-Idx TO WS-Dept-Table-Cnt
                 MOVE WS-Count-Dept
                             TO WS-DT-Dept-Number (WS-Dept-Idx)
                 MOVE HV-Employee-Ref-Cnt
                             TO WS-DT-Before-Cnt (WS-Dept-Idx)
                 MOVE ZERO   TO WS-DT-Out-Cnt (WS-Dept-Idx)
                                WS-DT-In-Cnt (WS-Dept-Idx)
                                WS-DT-After-Cnt (WS-Dept-Idx)
              ELSE
                 PERFORM 2190-Reject-On-SQLCODE
              END-IF
           END-IF.

       2190-Reject-On-SQLCODE.
           MOVE WS-SQL-STATUS TO WS-SQLCODE-Display.
           MOVE SPACES TO WS-Reject-Reason.
           STRING "statement failed - SQLCODE " DELIMITED BY SIZE
                  WS-SQLCODE-Display            DELIMITED BY SIZE
              INTO WS-Reject-Reason
           END-STRING.
           SET WS-Card-Is-Rejected TO TRUE.

       2200-Process-Accepted-Card.
           SET WS-Card-Idx TO WS-Card-Sub.
           MOVE WS-CD-From-Dept (WS-Card-Idx) TO HV-From-Dept.
           MOVE WS-CD-To-Dept (WS-Card-Idx)   TO HV-To-Dept.
           IF WS-CD-Whole-Dept (WS-Card-Idx)
              PERFORM 2210-Move-Whole-Department
           ELSE
              PERFORM 2220-Move-Single-Employee
           END-IF.
           IF WS-Mode-Commit
              ADD +1 TO WS-Cards-Done
              PERFORM 2400-Take-Commit-Point
           END-IF.

       2210-Move-Whole-Department.
           EXEC SQL OPEN DB4-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** ERROR *** Could not open the EMP cursor "
                      "for department " HV-From-Dept "."
              PERFORM 2900-Abort-On-SQLCODE
           END-IF.
           MOVE "N" TO WS-Member-EOF-Flag.
           PERFORM 2215-Fetch-Department-Member.
           PERFORM 2217-Move-Department-Member
              UNTIL WS-Member-EOF.
           EXEC SQL CLOSE DB4-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       2215-Fetch-Department-Member.
           EXEC SQL FETCH DB4-C1
              INTO
                 :HV-Emp-Number,
                 :HV-First-Name,
                 :HV-Last-Name,
                 :HV-Work-Dept
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 CONTINUE
              WHEN SQL-STATUS-NOT-FOUND
                 SET WS-Member-EOF TO TRUE
              WHEN OTHER
                 DISPLAY "*** ERROR *** FETCH failed on DB4-C1 for "
                         "department " HV-From-Dept "."
                 PERFORM 2900-Abort-On-SQLCODE
           END-EVALUATE.

       2217-Move-Department-Member.
           PERFORM 2300-Move-One-Employee.
           PERFORM 2215-Fetch-Department-Member.

       2220-Move-Single-Employee.
           MOVE WS-CD-Emp-Number (WS-Card-Idx) TO HV-Emp-Number.
           MOVE SPACES TO HV-First-Name HV-Last-Name HV-Work-Dept.
           EXEC SQL
              SELECT FIRSTNME, LASTNAME, WORKDEPT
                INTO :HV-First-Name, :HV-Last-Name, :HV-Work-Dept
                FROM EMP
               WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-NOT-FOUND
                 MOVE "not on EMP" TO RG-DL-Note
                 PERFORM 2320-Write-Not-Moved-Line
              WHEN NOT SQL-STATUS-OK
                 DISPLAY "*** ERROR *** Could not read EMP for "
                         "employee " HV-Emp-Number "."
                 PERFORM 2900-Abort-On-SQLCODE
              WHEN HV-Work-Dept NOT = HV-From-Dept
                 MOVE SPACES TO RG-DL-Note
                 STRING "not in " HV-From-Dept " - now in "
                        HV-Work-Dept DELIMITED BY SIZE
                    INTO RG-DL-Note
                 END-STRING
                 PERFORM 2320-Write-Not-Moved-Line
              WHEN OTHER
                 PERFORM 2300-Move-One-Employee
           END-EVALUATE.

       2300-Move-One-Employee.
           IF WS-Mode-Dry-Run
              MOVE "WOULD MOVE" TO RG-DL-Result
              PERFORM 2310-Write-Moved-Line
           ELSE
      *       The WORKDEPT predicate makes the move idempotent: a row
      *       someone else moved in the meantime is left alone.
              EXEC SQL
                 UPDATE EMP
                    SET WORKDEPT = :HV-To-Dept
                  WHERE EMPNO    = :HV-Emp-Number
                    AND WORKDEPT = :HV-From-Dept
              END-EXEC
              MOVE SQLCODE TO WS-SQL-STATUS
              EVALUATE TRUE
                 WHEN SQL-STATUS-OK
                    MOVE "MOVED" TO RG-DL-Result
                    PERFORM 2310-Write-Moved-Line
                    ADD +1 TO WS-Batch-Cnt
                    IF WS-Batch-Cnt NOT < WS-Commit-Interval
                       PERFORM 2400-Take-Commit-Point
                    END-IF
                 WHEN SQL-STATUS-NOT-FOUND
                    MOVE "changed by another process" TO RG-DL-Note
                    PERFORM 2320-Write-Not-Moved-Line
                 WHEN OTHER
                    DISPLAY "*** ERROR *** UPDATE of EMP failed for "
                            "employee " HV-Emp-Number "."
                    PERFORM 2900-Abort-On-SQLCODE
              END-EVALUATE
           END-IF.

       2310-Write-Moved-Line.
           ADD +1 TO WS-Moved-Cnt.
           MOVE HV-From-Dept TO WS-Count-Dept.
           SET WS-Dept-Idx TO 1.
           SEARCH WS-Dept-Entry
              WHEN WS-DT-Dept-Number (WS-Dept-Idx) = WS-Count-Dept
                 ADD +1 TO WS-DT-Out-Cnt (WS-Dept-Idx)
           END-SEARCH.
           MOVE HV-To-Dept TO WS-Count-Dept.
           SET WS-Dept-Idx TO 1.
           SEARCH WS-Dept-Entry
              WHEN WS-DT-Dept-Number (WS-Dept-Idx) = WS-Count-Dept
                 ADD +1 TO WS-DT-In-Cnt (WS-Dept-Idx)
           END-SEARCH.
           MOVE SPACES TO RG-DL-Note.
           MOVE HV-To-Dept TO RG-DL-After-Dept.
           PERFORM 2330-Write-Register-Line.

       2320-Write-Not-Moved-Line.
           ADD +1 TO WS-Not-Moved-Cnt.
           MOVE "NOT MOVED" TO RG-DL-Result.
           MOVE SPACES TO RG-DL-After-Dept.
           PERFORM 2330-Write-Register-Line.

       2330-Write-Register-Line.
           MOVE HV-Emp-Number TO RG-DL-Emp-Number.
           MOVE HV-Last-Name  TO RG-DL-Last-Name.
           MOVE HV-First-Name TO RG-DL-First-Name.
           MOVE HV-From-Dept  TO RG-DL-Before-Dept.
           WRITE Reorg-Print-Line FROM RG-Detail-Line
              AFTER ADVANCING 1 LINES.

       2400-Take-Commit-Point.
           EXEC SQL COMMIT END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** ERROR *** COMMIT failed."
              PERFORM 2900-Abort-On-SQLCODE
           END-IF.
           ADD +1 TO WS-Commit-Cnt.
           MOVE ZERO TO WS-Batch-Cnt.
           PERFORM 2410-Write-Checkpoint.

       2410-Write-Checkpoint.
           MOVE WS-Card-Table-Cnt TO CKP-Accepted-Card-Cnt.
           MOVE WS-Cards-Done     TO CKP-Cards-Done.
           IF WS-Cards-Done > ZERO
              SET WS-Card-Idx TO WS-Cards-Done
              MOVE WS-CD-Card-Image (WS-Card-Idx)
                                  TO CKP-Last-Card-Image
              SET WS-Card-Idx TO WS-Card-Sub
           ELSE
              MOVE SPACES         TO CKP-Last-Card-Image
           END-IF.
           MOVE WS-Moved-Cnt      TO CKP-Moved-Cnt.
           MOVE WS-Not-Moved-Cnt  TO CKP-Not-Moved-Cnt.
           MOVE WS-Commit-Cnt     TO CKP-Commit-Cnt.
           MOVE WS-Dept-Table-Cnt TO CKP-Dept-Cnt.
           MOVE SPACES TO CKP-Dept-Table.
           PERFORM 2420-Save-Department-Counts
              VARYING WS-Dept-Idx FROM 1 BY 1
                 UNTIL WS-Dept-Idx > WS-Dept-Table-Cnt.
           WRITE REORGCKP-Record.

       2420-Save-Department-Counts.
           SET CKP-Dept-Idx TO WS-Dept-Idx.
           MOVE WS-DT-Dept-Number (WS-Dept-Idx)
                                  TO CKP-Dept-Number (CKP-Dept-Idx).
           MOVE WS-DT-Before-Cnt (WS-Dept-Idx)
                                  TO CKP-Before-Cnt (CKP-Dept-Idx).
           MOVE WS-DT-Out-Cnt (WS-Dept-Idx)
                                  TO CKP-Out-Cnt (CKP-Dept-Idx).
           MOVE WS-DT-In-Cnt (WS-Dept-Idx)
                                  TO CKP-In-Cnt (CKP-Dept-Idx).

       2900-Abort-On-SQLCODE.
      *    Back out the open batch; REORGCKP still holds the last
      *    commit point, so a restart resumes from there.
           MOVE WS-SQL-STATUS TO WS-SQLCODE-Display.
           DISPLAY "SQLCODE = " WS-SQLCODE-Display.
           EXEC SQL ROLLBACK END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE "*** INTERRUPTED - rerun with restart indicator Y."
                             TO RG-Section-Line.
           WRITE Reorg-Print-Line FROM RG-Section-Line
              AFTER ADVANCING 2 LINES.
           IF WS-Mode-Commit
              CLOSE REORGCKP
           END-IF.
           CLOSE REORGREG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       3000-End-Job.
           IF WS-Mode-Commit
              PERFORM 3200-Recount-Departments
                 VARYING WS-Dept-Idx FROM 1 BY 1
                    UNTIL WS-Dept-Idx > WS-Dept-Table-Cnt
           ELSE
              PERFORM 3210-Project-Department
                 VARYING WS-Dept-Idx FROM 1 BY 1
                    UNTIL WS-Dept-Idx > WS-Dept-Table-Cnt
           END-IF.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF WS-Dept-Table-Cnt > ZERO
              MOVE "Headcounts" TO RG-Section-Line
              WRITE Reorg-Print-Line FROM RG-Section-Line
                 AFTER ADVANCING 2 LINES
              WRITE Reorg-Print-Line FROM RG-Headcount-Header
                 AFTER ADVANCING 1 LINES
              PERFORM 3220-Write-Headcount-Line
                 VARYING WS-Dept-Idx FROM 1 BY 1
                    UNTIL WS-Dept-Idx > WS-Dept-Table-Cnt
           END-IF.
           MOVE "Cards read"            TO RG-FT-Label.
           MOVE WS-Card-Read-Cnt        TO RG-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "Cards rejected"        TO RG-FT-Label.
           MOVE WS-Rejected-Cnt         TO RG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           IF WS-Mode-Dry-Run
              MOVE "Employees to move"  TO RG-FT-Label
           ELSE
              MOVE "Employees moved"    TO RG-FT-Label
           END-IF.
           MOVE WS-Moved-Cnt            TO RG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Employees not moved"   TO RG-FT-Label.
           MOVE WS-Not-Moved-Cnt        TO RG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Commit points"         TO RG-FT-Label.
           MOVE WS-Commit-Cnt           TO RG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           WRITE Reorg-Print-Line FROM RG-Signoff-Line1
              AFTER ADVANCING 3 LINES.
           WRITE Reorg-Print-Line FROM RG-Signoff-Line2
              AFTER ADVANCING 2 LINES.
           IF WS-Mode-Commit AND WS-Rejected-Cnt = ZERO
              PERFORM 3300-Close-Restart-Checkpoint
           END-IF.
           CLOSE REORGREG.
           DISPLAY EOJ-End-Message.
           DISPLAY "Mode:             " RG-HDR-Mode.
           DISPLAY "Cards read:       " WS-Card-Read-Cnt.
           DISPLAY "Cards rejected:   " WS-Rejected-Cnt.
           DISPLAY "Employees moved:  " WS-Moved-Cnt.
           DISPLAY "Not moved:        " WS-Not-Moved-Cnt.
           DISPLAY "Commit points:    " WS-Commit-Cnt.
           IF RETURN-CODE = ZERO
              AND (WS-Rejected-Cnt > ZERO OR WS-Not-Moved-Cnt > ZERO)
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-Write-Footer-Line.
           WRITE Reorg-Print-Line FROM RG-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Reorg-Print-Line FROM RG-Footer-Line
              AFTER ADVANCING 1 LINES.

       3200-Recount-Departments.
           MOVE WS-DT-Dept-Number (WS-Dept-Idx) TO HV-Dept-Number.
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-Employee-Ref-Cnt
                FROM EMP
               WHERE WORKDEPT = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF SQL-STATUS-OK
              MOVE HV-Employee-Ref-Cnt
                                TO WS-DT-After-Cnt (WS-Dept-Idx)
           ELSE
              PERFORM 3210-Project-Department
           END-IF.

       3210-Project-Department.
           COMPUTE WS-DT-After-Cnt (WS-Dept-Idx)
                 = WS-DT-Before-Cnt (WS-Dept-Idx)
                 - WS-DT-Out-Cnt (WS-Dept-Idx)
                 + WS-DT-In-Cnt (WS-Dept-Idx).

       3220-Write-Headcount-Line.
           MOVE WS-DT-Dept-Number (WS-Dept-Idx) TO RG-HL-Dept-Number.
           MOVE WS-DT-Before-Cnt (WS-Dept-Idx)  TO RG-HL-Before-Cnt.
           MOVE WS-DT-Out-Cnt (WS-Dept-Idx)     TO RG-HL-Out-Cnt.
           MOVE WS-DT-In-Cnt (WS-Dept-Idx)      TO RG-HL-In-Cnt.
           MOVE WS-DT-After-Cnt (WS-Dept-Idx)   TO RG-HL-After-Cnt.
           WRITE Reorg-Print-Line FROM RG-Headcount-Line
              AFTER ADVANCING 1 LINES.

       3300-Close-Restart-Checkpoint.
      *    A commit run that got here finished every card - nothing
      *    is left to resume, so the checkpoint trail is cleared.
           CLOSE REORGCKP.
           OPEN OUTPUT REORGCKP.
           CLOSE REORGCKP.

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
