      **********************************************************
      * Program name:    DBCBEX34
      * Original author: David Stagowski
      *
      *    Description: Point-in-time recovery of the EMPMAST keyed
      *    master from the EMPAUDIT before-images.
      *
      *    When a bad extract gets applied, the only way back used
      *    to be a VSAM restore from the last backup and a rerun of
      *    every apply since - and the backup is a night old at
      *    best. EMPAUDIT already holds the full before and after
      *    image of every change DBCBEX18 made, so this program
      *    winds the master back to how it stood at a target run
      *    date/time:
      *
      *       - every EMPAUDIT record stamped AFTER the target is
      *         backed out, latest first, by putting its before
      *         image back: an INSERT's record is deleted, a
      *         REWRITE's prior record is restored, a DEACTIVATE's
      *         employee is reactivated with the exact record they
      *         had;
      *       - each backout is itself journaled to EMPAUDIT under
      *         its own action - UNINSERT, RESTORE or REACTIVATE -
      *         with the master as it was before the backout and
      *         as it is after, so DBCBEX26 shows the recovery like
      *         any other change;
      *       - RCVRPT lists every backout with both images.
      *
      *    Before anything is touched, the backouts are first
      *    walked against a working copy of the master: each
      *    record's after image must be what the master holds at
      *    that point. A mismatch means the master was changed
      *    outside the journal (or the journal is damaged), and a
      *    recovery across it would silently lose that change - so
      *    any mismatch refuses the whole recovery (RC=8) and lists
      *    the conflicts. It is all or nothing.
      *
      *    The PARM carries the target run date (yyyymmdd), the
      *    target run time (hhmmss) and the mode: P (or blank) -
      *    PREVIEW, list what would be backed out and change
      *    nothing; R - RECOVER. Records stamped exactly at the
      *    target are kept - the target is the run whose result
      *    is wanted.
      *
      *    A recovery's own backouts are post-target EMPAUDIT
      *    records, so a RECOVER run that is interrupted can
      *    simply be rerun with the same PARM: the walk backs out
      *    the partial recovery along with everything else and
      *    still lands on the target.
      *
      *    A target on or before the high date of a purged EMPAUDIT
      *    archive on ARCCAT (see DBCBEX40) is refused (RC=8) before
      *    anything is opened: the records that walk would need are
      *    no longer on the live journal.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - a bad apply is now wound
      *                          back off the audit journal instead
      *                          of a VSAM restore and reruns.
      * 2026-10-15 dastagg       Refuse a target inside EMPAUDIT's
      *                          purged archives on ARCCAT.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX34.

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

           SELECT EMPAUDIT
           ASSIGN TO EMPAUDIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EmpAudit-Status.

           SELECT ARCCAT
           ASSIGN TO ARCCAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ArcCat-Status.

           SELECT RCVRPT
           ASSIGN TO RCVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RcvRpt-Status.

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

      *    Same record DBCBEX18's 2500-Write-Audit-Record writes.
       FD  EMPAUDIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EMPAUDIT-Record.
           12 AUD-Run-Date             PIC 9(08).
           12 AUD-Run-Time             PIC 9(06).
           12 AUD-Action               PIC X(10).
           12 AUD-Emp-Number           PIC X(06).
           12 AUD-Before-Image         PIC X(52).
           12 AUD-After-Image          PIC X(52).

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

       FD  RCVRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Rcv-Print-Line              PIC X(131).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EmpMast==.
           COPY WSFST REPLACING ==:tag:== BY ==EmpAudit==.
           COPY WSFST REPLACING ==:tag:== BY ==ArcCat==.
           COPY WSFST REPLACING ==:tag:== BY ==RcvRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  WS-Run-Stamp.
           12 WS-Run-Date             PIC 9(08) VALUE ZEROES.
           12 WS-Run-Time             PIC 9(06) VALUE ZEROES.

       01  WS-Target-Fields.
           12 WS-Target-Stamp.
              16 WS-Target-Date       PIC 9(08) VALUE ZEROES.
              16 WS-Target-Time       PIC 9(06) VALUE ZEROES.
           12 WS-Audit-Stamp.
              16 WS-Audit-Date        PIC 9(08) VALUE ZEROES.
              16 WS-Audit-Time        PIC 9(06) VALUE ZEROES.

      *    The latest purged EMPAUDIT archive on ARCCAT - nothing
      *    on or before its high date is still on the live journal.
       01  WS-Purged-Fields.
           12 WS-Purged-High-Date     PIC 9(08) VALUE ZEROES.
           12 WS-Purged-Arc-Name      PIC X(28) VALUE SPACES.

      *    Every EMPAUDIT record after the target, in journal order -
      *    the backout walk runs this table from the bottom up. A
      *    window wider than this is more than one recovery should
      *    ever undo, so the bound is deliberate and an overflow
      *    refuses the run.
       78  WS-Backout-Table-Max-Entries VALUE 5000.

       01  WS-Backout-Table.
           12 WS-Backout-Table-Cnt    PIC 9(5) COMP VALUE ZEROES.
           12 WS-Backout-Table-Max    PIC 9(5) COMP
                                    VALUE WS-Backout-Table-Max-Entries.
           12 WS-Backout-Entry        OCCURS 1 TO
                                    WS-Backout-Table-Max-Entries TIMES
                                    DEPENDING ON WS-Backout-Table-Cnt
                                    INDEXED BY WS-Backout-Idx.
              16 WS-BO-Run-Date          PIC 9(08).
              16 WS-BO-Run-Time          PIC 9(06).
              16 WS-BO-Action            PIC X(10).
              16 WS-BO-Emp-Number        PIC X(06).
              16 WS-BO-Before-Image      PIC X(52).
              16 WS-BO-After-Image       PIC X(52).

      *    The working copy of the master the validation walk runs
      *    against - one entry per employee the window touches,
      *    seeded from EMPMAST (spaces when there is no record).
       01  WS-Working-Table.
           12 WS-Working-Table-Cnt    PIC 9(5) COMP VALUE ZEROES.
           12 WS-Working-Entry        OCCURS 1 TO
                                    WS-Backout-Table-Max-Entries TIMES
                                    DEPENDING ON WS-Working-Table-Cnt
                                    INDEXED BY WS-Working-Idx.
              16 WS-WK-Emp-Number        PIC X(06).
              16 WS-WK-Image             PIC X(52).

       01  WS-Recovery-Fields.
           12 WS-Walk-Sub             PIC 9(5) COMP VALUE ZEROES.
           12 WS-Backout-Action       PIC X(10) VALUE SPACES.
           12 WS-Master-Image         PIC X(52) VALUE SPACES.

       01  WS-Recovery-Counters.
           12 WS-Audit-Read-Cnt       PIC 9(9) COMP VALUE ZEROES.
           12 WS-Conflict-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-Uninsert-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-Restore-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Reactivate-Cnt       PIC 9(9) COMP VALUE ZEROES.
           12 WS-Backout-Error-Cnt    PIC 9(9) COMP VALUE ZEROES.

       01  WS-Switches.
           12 WS-Run-Mode-Flag        PIC X(01) VALUE "P".
              88 WS-Mode-Preview         VALUE "P".
              88 WS-Mode-Recover         VALUE "R".

      *    An audit image unpacked - the layout is EMPMAST's record,
      *    the same view DBCBEX26 prints.
       01  WS-Image-Fields.
           12 WS-Img-Emp-Number       PIC X(06).
           12 WS-Img-First-Name       PIC X(12).
           12 WS-Img-Middle-Init      PIC X(01).
           12 WS-Img-Last-Name        PIC X(15).
           12 WS-Img-Work-Dept        PIC X(03).
           12 WS-Img-Active-Flag      PIC X(01).
           12 WS-Img-Upd-Date         PIC 9(08).
           12 WS-Img-Upd-Time         PIC 9(06).

       01  Rcv-Image-Text              PIC X(37) VALUE SPACES.

       01  RV-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 RV-HDR-DATE.
              15 RV-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 RV-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 RV-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(036)
              VALUE "EMPMAST Point-in-Time Recovery".

       01  RV-Target-Line.
           12 FILLER              PIC X(008) VALUE "Target: ".
           12 RV-TL-Target-Date   PIC 9(08).
           12 FILLER              PIC X(001) VALUE "-".
           12 RV-TL-Target-Time   PIC 9(06).
           12 FILLER              PIC X(009) VALUE "   Mode: ".
           12 RV-TL-Mode          PIC X(08).

       01  RV-Column-Header1.
           12 FILLER   PIC X(016) VALUE "Journal Stamp".
           12 FILLER   PIC X(011) VALUE "Action".
           12 FILLER   PIC X(011) VALUE "Backout".
           12 FILLER   PIC X(007) VALUE "Number".
           12 FILLER   PIC X(045) VALUE "  master now".
           12 FILLER   PIC X(020) VALUE "restored to".

       01  RV-Detail-Line.
           12 RV-DL-Run-Date      PIC 9(08).
           12 FILLER              PIC X(001) VALUE "-".
           12 RV-DL-Run-Time      PIC 9(06).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RV-DL-Action        PIC X(10).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RV-DL-Backout       PIC X(10).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RV-DL-Emp-Number    PIC X(06).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 RV-DL-Before        PIC X(037).
           12 FILLER              PIC X(004) VALUE " -> ".
           12 RV-DL-After         PIC X(037).

       01  RV-Conflict-Line.
           12 FILLER              PIC X(016) VALUE "*** CONFLICT ***".
           12 FILLER              PIC X(001) VALUE SPACES.
           12 RV-CL-Emp-Number    PIC X(06).
           12 FILLER              PIC X(013) VALUE "  journal: ".
           12 RV-CL-Expected      PIC X(037).
           12 FILLER              PIC X(013) VALUE "  master: ".
           12 RV-CL-Actual        PIC X(037).

       01  RV-Message-Line        PIC X(100) VALUE SPACES.

       01  RV-Footer-Line.
           12 RV-FT-Label         PIC X(026).
           12 FILLER              PIC X(002) VALUE ": ".
           12 RV-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX34 - End of Run Messages".

       LINKAGE SECTION.
       01  LS-Parm-Data.
           12 LS-Target-Date          PIC X(08).
           12 LS-Target-Time          PIC X(06).
           12 LS-Run-Mode             PIC X(01).
              88 LS-Mode-Preview         VALUE "P" " ".
              88 LS-Mode-Recover         VALUE "R".

       PROCEDURE DIVISION USING LS-Parm-Data.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           IF LS-Target-Date NOT NUMERIC
              OR LS-Target-Time NOT NUMERIC
              DISPLAY "*** ERROR *** Target PARM '" LS-Target-Date
                      LS-Target-Time "' is not yyyymmddhhmmss. "
                      "Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN LS-Mode-Preview
                 SET WS-Mode-Preview TO TRUE
                 MOVE "PREVIEW" TO RV-TL-Mode
              WHEN LS-Mode-Recover
                 SET WS-Mode-Recover TO TRUE
                 MOVE "RECOVER" TO RV-TL-Mode
              WHEN OTHER
                 DISPLAY "*** ERROR *** Mode '" LS-Run-Mode
                         "' is neither P (preview) nor R (recover). "
                         "Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           MOVE LS-Target-Date TO WS-Target-Date.
           MOVE LS-Target-Time TO WS-Target-Time.
           PERFORM 1200-Check-Archive-Catalog.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Date TO WS-Run-Date.
           MOVE CDT-Time (1:6) TO WS-Run-Time.
           IF WS-Mode-Recover
              OPEN I-O EMPMAST
           ELSE
              OPEN INPUT EMPMAST
           END-IF.
           IF NOT WS-EmpMast-Status-OK
              DISPLAY "*** ERROR *** Could not open master EMPMAST "
                      "(status=" WS-EmpMast-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RCVRPT.
           MOVE CDT-Year  TO RV-HDR-YY.
           MOVE CDT-Month TO RV-HDR-MM.
           MOVE CDT-Day   TO RV-HDR-DD.
           WRITE Rcv-Print-Line FROM RV-Page-Header
              AFTER ADVANCING PAGE.
           MOVE WS-Target-Date TO RV-TL-Target-Date.
           MOVE WS-Target-Time TO RV-TL-Target-Time.
           WRITE Rcv-Print-Line FROM RV-Target-Line
              AFTER ADVANCING 2 LINES.
           PERFORM 1100-Load-Backout-Window.

       1100-Load-Backout-Window.
           OPEN INPUT EMPAUDIT.
           IF NOT WS-EmpAudit-Status-OK
              DISPLAY "*** ERROR *** Could not open audit journal "
                      "EMPAUDIT (status=" WS-EmpAudit-Status ") - "
                      "has DBCBEX18 ever run here?"
              CLOSE EMPMAST
              CLOSE RCVRPT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1110-Read-Journal.
           PERFORM 1120-Load-Journal-Record
              UNTIL WS-EmpAudit-Status-EOF.
           CLOSE EMPAUDIT.

       1110-Read-Journal.
           READ EMPAUDIT
              NOT AT END
                 ADD +1 TO WS-Audit-Read-Cnt
           END-READ.

       1120-Load-Journal-Record.
           MOVE AUD-Run-Date TO WS-Audit-Date.
           MOVE AUD-Run-Time TO WS-Audit-Time.
           IF WS-Audit-Stamp > WS-Target-Stamp
              IF WS-Backout-Table-Cnt < WS-Backout-Table-Max
                 ADD +1 TO WS-Backout-Table-Cnt
                 SET WS-Backout-Idx TO WS-Backout-Table-Cnt
                 MOVE EMPAUDIT-Record
                             TO WS-Backout-Entry (WS-Backout-Idx)
              ELSE
                 DISPLAY "*** ERROR *** More than "
                         WS-Backout-Table-Max " journal records "
                         "follow the target - recover to a later "
                         "target first. Nothing was changed."
                 CLOSE EMPAUDIT
                 CLOSE EMPMAST
                 CLOSE RCVRPT
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           PERFORM 1110-Read-Journal.

       1200-Check-Archive-Catalog.
      *    No catalog just means nothing has been archived yet.
           OPEN INPUT ARCCAT.
           IF WS-ArcCat-Status-OK
              PERFORM 1210-Read-Catalog-Record
              PERFORM 1220-Check-Catalog-Entry
                 UNTIL WS-ArcCat-Status-EOF
              CLOSE ARCCAT
           ELSE
              DISPLAY "*** NOTE *** No ARCCAT catalog found "
                      "(status=" WS-ArcCat-Status ") - EMPAUDIT "
                      "taken to be complete."
           END-IF.
           IF WS-Purged-High-Date > ZERO
              AND WS-Purged-High-Date NOT < WS-Target-Date
              DISPLAY "*** ERROR *** EMPAUDIT records to "
                      WS-Purged-High-Date " were purged to archive "
                      WS-Purged-Arc-Name
              DISPLAY "*** ERROR *** Cannot recover to a target on "
                      "or before then. Nothing was changed."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1210-Read-Catalog-Record.
           READ ARCCAT
           END-READ.

       1220-Check-Catalog-Entry.
           IF AC-File-Type = "EMPAUDIT"
              AND AC-Source-Name = "EMPAUDIT"
              AND AC-Purged
              AND AC-High-Date > WS-Purged-High-Date
              MOVE AC-High-Date    TO WS-Purged-High-Date
              MOVE AC-Archive-Name TO WS-Purged-Arc-Name
           END-IF.
           PERFORM 1210-Read-Catalog-Record.

       2000-Process.
           IF WS-Backout-Table-Cnt = ZERO
              MOVE "Nothing in EMPAUDIT follows the target."
                             TO RV-Message-Line
              WRITE Rcv-Print-Line FROM RV-Message-Line
                 AFTER ADVANCING 2 LINES
           ELSE
              WRITE Rcv-Print-Line FROM RV-Column-Header1
                 AFTER ADVANCING 2 LINES
              PERFORM 2100-Validate-Backout-Walk
              EVALUATE TRUE
                 WHEN WS-Conflict-Cnt > ZERO
                    MOVE "*** REFUSED - master does not match journal."
                                TO RV-Message-Line
                    WRITE Rcv-Print-Line FROM RV-Message-Line
                       AFTER ADVANCING 2 LINES
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-Mode-Recover
                    PERFORM 2300-Apply-Backout-Walk
                 WHEN OTHER
                    MOVE "PREVIEW only - the master was not changed."
                                TO RV-Message-Line
                    WRITE Rcv-Print-Line FROM RV-Message-Line
                       AFTER ADVANCING 2 LINES
              END-EVALUATE
           END-IF.

       2100-Validate-Backout-Walk.
      *    Latest first. Each record's after image must be what the
      *    working copy holds at that point in the walk; its before
      *    image then becomes the working copy. A preview lists the
      *    walk as it goes - a recovery lists it as it applies.
           PERFORM 2110-Validate-One-Backout
              VARYING WS-Walk-Sub FROM WS-Backout-Table-Cnt BY -1
                 UNTIL WS-Walk-Sub < 1.

       2110-Validate-One-Backout.
           SET WS-Backout-Idx TO WS-Walk-Sub.
           PERFORM 2120-Find-Working-Entry.
           IF WS-WK-Image (WS-Working-Idx)
                 NOT = WS-BO-After-Image (WS-Backout-Idx)
              ADD +1 TO WS-Conflict-Cnt
              MOVE WS-BO-Emp-Number (WS-Backout-Idx)
                                   TO RV-CL-Emp-Number
              MOVE WS-BO-After-Image (WS-Backout-Idx)
                                   TO WS-Image-Fields
              PERFORM 2900-Format-Image
              MOVE Rcv-Image-Text  TO RV-CL-Expected
              MOVE WS-WK-Image (WS-Working-Idx) TO WS-Image-Fields
              PERFORM 2900-Format-Image
              MOVE Rcv-Image-Text  TO RV-CL-Actual
              WRITE Rcv-Print-Line FROM RV-Conflict-Line
                 AFTER ADVANCING 1 LINES
           ELSE
              IF WS-Mode-Preview
                 PERFORM 2200-Decide-Backout-Action
                 PERFORM 2910-Write-Backout-Line
              END-IF
           END-IF.
           MOVE WS-BO-Before-Image (WS-Backout-Idx)
                                TO WS-WK-Image (WS-Working-Idx).

       2120-Find-Working-Entry.
           SET WS-Working-Idx TO 1.
           SEARCH WS-Working-Entry
              AT END
      *          First time the walk meets this employee - seed the
      *          working copy from the master as it stands.
                 ADD +1 TO WS-Working-Table-Cnt
                 SET WS-Working-Idx TO WS-Working-Table-Cnt
                 MOVE WS-BO-Emp-Number (WS-Backout-Idx)
                             TO WS-WK-Emp-Number (WS-Working-Idx)
                 MOVE WS-BO-Emp-Number (WS-Backout-Idx)
                             TO EMPMAST-Emp-Number
                 READ EMPMAST
                    INVALID KEY
                       MOVE SPACES TO WS-WK-Image (WS-Working-Idx)
                    NOT INVALID KEY
                       MOVE EMPMAST-Record
                             TO WS-WK-Image (WS-Working-Idx)
                 END-READ
              WHEN WS-WK-Emp-Number (WS-Working-Idx)
                       = WS-BO-Emp-Number (WS-Backout-Idx)
                 CONTINUE
           END-SEARCH.

       2200-Decide-Backout-Action.
      *    Named for what the backout does to the master: a record
      *    that did not exist comes out, a deactivation is undone,
      *    anything else is put back as it was.
           EVALUATE TRUE
              WHEN WS-BO-Before-Image (WS-Backout-Idx) = SPACES
                 MOVE "UNINSERT"   TO WS-Backout-Action
              WHEN WS-BO-Action (WS-Backout-Idx) = "DEACTIVATE"
                 MOVE "REACTIVATE" TO WS-Backout-Action
              WHEN OTHER
                 MOVE "RESTORE"    TO WS-Backout-Action
           END-EVALUATE.

       2300-Apply-Backout-Walk.
      *    The validation walk proved the chain - the same walk now
      *    runs against the real master. Each backout is journaled
      *    the moment it lands, so an interruption leaves a journal
      *    that still describes the master exactly.
           OPEN EXTEND EMPAUDIT.
           IF NOT WS-EmpAudit-Status-OK
      *       Recovering without journaling the backouts would leave
      *       the master and its audit trail disagreeing - refuse.
              DISPLAY "*** ERROR *** Could not open audit journal "
                      "EMPAUDIT for append (status="
                      WS-EmpAudit-Status "). Nothing was changed."
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 2310-Apply-One-Backout
                 VARYING WS-Walk-Sub FROM WS-Backout-Table-Cnt BY -1
                    UNTIL WS-Walk-Sub < 1
              CLOSE EMPAUDIT
           END-IF.

       2310-Apply-One-Backout.
           SET WS-Backout-Idx TO WS-Walk-Sub.
           PERFORM 2200-Decide-Backout-Action.
           MOVE WS-BO-Emp-Number (WS-Backout-Idx)
                                TO EMPMAST-Emp-Number.
           READ EMPMAST
              INVALID KEY
                 MOVE SPACES TO WS-Master-Image
              NOT INVALID KEY
                 MOVE EMPMAST-Record TO WS-Master-Image
           END-READ.
           EVALUATE TRUE
              WHEN WS-BO-Before-Image (WS-Backout-Idx) = SPACES
                 DELETE EMPMAST
                    INVALID KEY
                       PERFORM 2390-Report-Backout-Failure
                    NOT INVALID KEY
                       ADD +1 TO WS-Uninsert-Cnt
                       PERFORM 2320-Journal-Backout
                 END-DELETE
              WHEN WS-Master-Image = SPACES
      *          Backing out a backout that removed the record - it
      *          comes back as a new record.
                 MOVE WS-BO-Before-Image (WS-Backout-Idx)
                                   TO EMPMAST-Record
                 WRITE EMPMAST-Record
                    INVALID KEY
                       PERFORM 2390-Report-Backout-Failure
                    NOT INVALID KEY
                       ADD +1 TO WS-Restore-Cnt
                       PERFORM 2320-Journal-Backout
                 END-WRITE
              WHEN OTHER
                 MOVE WS-BO-Before-Image (WS-Backout-Idx)
                                   TO EMPMAST-Record
                 REWRITE EMPMAST-Record
                    INVALID KEY
                       PERFORM 2390-Report-Backout-Failure
                    NOT INVALID KEY
                       IF WS-Backout-Action = "REACTIVATE"
                          ADD +1 TO WS-Reactivate-Cnt
                       ELSE
                          ADD +1 TO WS-Restore-Cnt
                       END-IF
                       PERFORM 2320-Journal-Backout
                 END-REWRITE
           END-EVALUATE.

       2320-Journal-Backout.
      *    Before image: the master as the backout found it. After
      *    image: the master as the backout left it - spaces for an
      *    UNINSERT, the same "no record" convention DBCBEX18 uses
      *    for an INSERT's before side.
           MOVE WS-Run-Date       TO AUD-Run-Date.
           MOVE WS-Run-Time       TO AUD-Run-Time.
           MOVE WS-Backout-Action TO AUD-Action.
           MOVE WS-BO-Emp-Number (WS-Backout-Idx) TO AUD-Emp-Number.
           MOVE WS-Master-Image   TO AUD-Before-Image.
           MOVE WS-BO-Before-Image (WS-Backout-Idx)
                                  TO AUD-After-Image.
           WRITE EMPAUDIT-Record.
           PERFORM 2910-Write-Backout-Line.

       2390-Report-Backout-Failure.
           ADD +1 TO WS-Backout-Error-Cnt.
           DISPLAY "*** ERROR *** Backout " WS-Backout-Action
                   " failed for EMPNO "
                   WS-BO-Emp-Number (WS-Backout-Idx)
                   " (status=" WS-EmpMast-Status ")."
           MOVE 8 TO RETURN-CODE.

       2900-Format-Image.
      *    A blank image is "no record on the master".
           IF WS-Image-Fields = SPACES
              MOVE "(no record)" TO Rcv-Image-Text
           ELSE
              MOVE SPACES TO Rcv-Image-Text
              STRING WS-Img-Last-Name     DELIMITED BY SIZE
                     " "                  DELIMITED BY SIZE
                     WS-Img-First-Name    DELIMITED BY SIZE
                     " "                  DELIMITED BY SIZE
                     WS-Img-Work-Dept     DELIMITED BY SIZE
                     " "                  DELIMITED BY SIZE
                     WS-Img-Active-Flag   DELIMITED BY SIZE
                 INTO Rcv-Image-Text
              END-STRING
           END-IF.

       2910-Write-Backout-Line.
           MOVE WS-BO-Run-Date (WS-Backout-Idx)   TO RV-DL-Run-Date.
           MOVE WS-BO-Run-Time (WS-Backout-Idx)   TO RV-DL-Run-Time.
           MOVE WS-BO-Action (WS-Backout-Idx)     TO RV-DL-Action.
           MOVE WS-Backout-Action                 TO RV-DL-Backout.
           MOVE WS-BO-Emp-Number (WS-Backout-Idx) TO RV-DL-Emp-Number.
           MOVE WS-BO-After-Image (WS-Backout-Idx) TO WS-Image-Fields.
           PERFORM 2900-Format-Image.
           MOVE Rcv-Image-Text TO RV-DL-Before.
           MOVE WS-BO-Before-Image (WS-Backout-Idx)
                                                 TO WS-Image-Fields.
           PERFORM 2900-Format-Image.
           MOVE Rcv-Image-Text TO RV-DL-After.
           WRITE Rcv-Print-Line FROM RV-Detail-Line
              AFTER ADVANCING 1 LINES.

       3000-End-Job.
           MOVE "Journal records read"       TO RV-FT-Label.
           MOVE WS-Audit-Read-Cnt            TO RV-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "Records after the target"   TO RV-FT-Label.
           MOVE WS-Backout-Table-Cnt         TO RV-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Employees affected"         TO RV-FT-Label.
           MOVE WS-Working-Table-Cnt         TO RV-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Conflicts"                  TO RV-FT-Label.
           MOVE WS-Conflict-Cnt              TO RV-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Inserts removed"            TO RV-FT-Label.
           MOVE WS-Uninsert-Cnt              TO RV-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Records restored"           TO RV-FT-Label.
           MOVE WS-Restore-Cnt               TO RV-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Employees reactivated"      TO RV-FT-Label.
           MOVE WS-Reactivate-Cnt            TO RV-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Backout failures"           TO RV-FT-Label.
           MOVE WS-Backout-Error-Cnt         TO RV-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           CLOSE EMPMAST.
           CLOSE RCVRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "Mode:                   " RV-TL-Mode.
           DISPLAY "Journal records read:   " WS-Audit-Read-Cnt.
           DISPLAY "After the target:       " WS-Backout-Table-Cnt.
           DISPLAY "Conflicts:              " WS-Conflict-Cnt.
           DISPLAY "Inserts removed:        " WS-Uninsert-Cnt.
           DISPLAY "Records restored:       " WS-Restore-Cnt.
           DISPLAY "Employees reactivated:  " WS-Reactivate-Cnt.
           DISPLAY "Backout failures:       " WS-Backout-Error-Cnt.

       3100-Write-Footer-Line.
           WRITE Rcv-Print-Line FROM RV-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Rcv-Print-Line FROM RV-Footer-Line
              AFTER ADVANCING 1 LINES.
