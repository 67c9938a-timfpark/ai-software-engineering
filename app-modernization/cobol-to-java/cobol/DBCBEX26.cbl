      *                                        unused EMPNO field a
      *                                        D card leaves blank)
      *       A                              - the whole journal
      *       B                              - every backout a
      *                                        DBCBEX34 point-in-
      *                                        time recovery wrote
      *       *                              - comment card, ignored
      *
      *    An E, A or B card may carry a date range in columns 10-17
      *    and 19-26 too, and is then limited to it.
      *
      *    Each line shows the run date/time, the action (INSERT /
      *    REWRITE / DEACTIVATE, or a recovery's UNINSERT / RESTORE /
      *    REACTIVATE), and the before and after images
      *    decomposed into name, department and active flag - the
      *    answer to "who held this record's old department value
      *    and when did it change", straight off the journal.
      *    request card is its own full pass - the file is closed and
      *    reopened per section.
      *
      *    DBCBEX40 ages old audit records off EMPAUDIT into dated
      *    archives listed on the ARCCAT catalog. A card with a date
      *    range first reads every purged EMPAUDIT archive whose
      *    date range overlaps it, oldest first, then the live
      *    journal - so last year's trail still reports after the
      *    purge. A card without dates reads the live journal only.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          compliance wanted the before/after
      *                          trail readable by employee and by
      *                          date range, not raw 52-byte images.
      * 2026-10-15 dastagg       B card - lists the backouts DBCBEX34
      *                          journals when it winds EMPMAST back
      *                          to a point in time.
      * 2026-10-15 dastagg       Dated cards also read the
      *                          catalogued EMPAUDIT archives
      *                          DBCBEX40 writes; E/A/B cards may
      *                          carry a date range.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AudRqst-Status.

      *    EMPAUDIT assigns through a data name so the catalogued
      *    archives can be read through the same file.
           SELECT EMPAUDIT
           ASSIGN TO DYNAMIC WS-EmpAudit-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EmpAudit-Status.

           SELECT ARCCAT
           ASSIGN TO ARCCAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ArcCat-Status.

           SELECT AUDRPT
           ASSIGN TO AUDRPT
           ORGANIZATION IS SEQUENTIAL
              88 RQ-Employee-Request      VALUE "E".
              88 RQ-Date-Range-Request    VALUE "D".
              88 RQ-All-Request           VALUE "A".
              88 RQ-Backout-Request       VALUE "B".
              88 RQ-Comment-Card          VALUE "*".
           12 FILLER                   PIC X(01).
           12 RQ-Emp-Number            PIC X(06).
           12 AUD-Run-Date             PIC 9(08).
           12 AUD-Run-Time             PIC 9(06).
           12 AUD-Action               PIC X(10).
              88 AUD-Is-Backout           VALUE "UNINSERT"
                                                "RESTORE"
                                                "REACTIVATE".
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

       FD  AUDRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AudRqst==.
           COPY WSFST REPLACING ==:tag:== BY ==EmpAudit==.
           COPY WSFST REPLACING ==:tag:== BY ==ArcCat==.
           COPY WSFST REPLACING ==:tag:== BY ==AudRpt==.

       01  WS-EmpAudit-File-Name      PIC X(28) VALUE "EMPAUDIT".

      *    The purged EMPAUDIT archives on the catalog, oldest
      *    first. Only P entries count - a V entry's records are
      *    still on the live journal, and an S entry was archived
      *    again.
       78  WS-Arc-Table-Max-Entries    VALUE 500.

       01  WS-Archive-Table.
           12 WS-Arc-Table-Cnt        PIC 9(3) COMP VALUE ZEROES.
           12 WS-Arc-Table-Max        PIC 9(3) COMP
                                       VALUE WS-Arc-Table-Max-Entries.
           12 WS-Arc-Entry            OCCURS 1 TO
                                       WS-Arc-Table-Max-Entries TIMES
                                       DEPENDING ON WS-Arc-Table-Cnt
                                       INDEXED BY WS-Arc-Idx.
              16 WS-Arc-Name             PIC X(28).
              16 WS-Arc-Low-Date         PIC 9(08).
              16 WS-Arc-High-Date        PIC 9(08).

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

           12 WS-Invalid-Request-Cnt  PIC 9(9) COMP VALUE ZEROES.
           12 WS-Journal-Read-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Section-Line-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Archive-Read-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Section-Arc-Cnt      PIC 9(9) COMP VALUE ZEROES.

       01  WS-Range-Fields.
           12 WS-Range-Low            PIC 9(08) VALUE ZEROES.
           12 WS-Range-High           PIC 9(08) VALUE ZEROES.
           12 WS-Range-Flag           PIC X(01) VALUE "N".
              88 WS-Range-Given          VALUE "Y".

       01  AR-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 FILLER              PIC X(007) VALUE "  now: ".
           12 AR-DL-After         PIC X(037).

       01  AR-Source-Line.
           12 FILLER              PIC X(006) VALUE "  --- ".
           12 AR-SL-Source-Text   PIC X(013).
           12 AR-SL-Source-Name   PIC X(28).

       01  AR-Empty-Section-Line  PIC X(050) VALUE
           "  (no audit records matched this request)".

           12 FILLER              PIC X(026)
              VALUE "*** INVALID request type '".
           12 AR-IV-Request-Type  PIC X(01).
           12 FILLER              PIC X(032)
              VALUE "' - card skipped (E/D/A/B/*) ***".

       01  AR-Footer-Line.
           12 AR-FT-Label         PIC X(022).
           MOVE CDT-Day   TO AR-HDR-DD.
           WRITE Aud-Print-Line FROM AR-Page-Header
              AFTER ADVANCING PAGE.
           PERFORM 1100-Load-Archive-Table.
           PERFORM 2010-Read-Request.

       1100-Load-Archive-Table.
      *    No catalog just means nothing has been archived yet.
           OPEN INPUT ARCCAT.
           IF WS-ArcCat-Status-OK
              PERFORM 1110-Read-Catalog-Record
              PERFORM 1120-Load-Archive-Entry
                 UNTIL WS-ArcCat-Status-EOF
              CLOSE ARCCAT
           ELSE
              DISPLAY "*** NOTE *** No ARCCAT catalog found "
                      "(status=" WS-ArcCat-Status ") - reading the "
                      "live EMPAUDIT only."
           END-IF.

       1110-Read-Catalog-Record.
           READ ARCCAT
           END-READ.

       1120-Load-Archive-Entry.
           IF AC-File-Type = "EMPAUDIT"
              AND AC-Source-Name = "EMPAUDIT"
              AND AC-Purged
              IF WS-Arc-Table-Cnt < WS-Arc-Table-Max
                 ADD +1 TO WS-Arc-Table-Cnt
                 SET WS-Arc-Idx TO WS-Arc-Table-Cnt
                 MOVE AC-Archive-Name TO WS-Arc-Name (WS-Arc-Idx)
                 MOVE AC-Low-Date     TO WS-Arc-Low-Date (WS-Arc-Idx)
                 MOVE AC-High-Date    TO WS-Arc-High-Date (WS-Arc-Idx)
              ELSE
                 DISPLAY "*** ERROR *** More than " WS-Arc-Table-Max
                         " EMPAUDIT archives catalogued. Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           PERFORM 1110-Read-Catalog-Record.

       2000-Process.
           PERFORM 2100-Process-One-Request
              UNTIL WS-AudRqst-Status-EOF.
                 CONTINUE
              WHEN RQ-Employee-Request
                 ADD +1 TO WS-Request-Cnt
                 PERFORM 2110-Set-Date-Range
                 PERFORM 2200-Report-One-Section
              WHEN RQ-Date-Range-Request
                 AND RQ-Date-Low IS NUMERIC
                 AND RQ-Date-High IS NUMERIC
                 ADD +1 TO WS-Request-Cnt
                 PERFORM 2110-Set-Date-Range
                 PERFORM 2200-Report-One-Section
              WHEN RQ-All-Request
                 ADD +1 TO WS-Request-Cnt
                 PERFORM 2110-Set-Date-Range
                 PERFORM 2200-Report-One-Section
              WHEN RQ-Backout-Request
                 ADD +1 TO WS-Request-Cnt
                 PERFORM 2110-Set-Date-Range
                 PERFORM 2200-Report-One-Section
              WHEN OTHER
                 ADD +1 TO WS-Invalid-Request-Cnt
           END-EVALUATE.
           PERFORM 2010-Read-Request.

       2110-Set-Date-Range.
           IF RQ-Date-Low IS NUMERIC
              AND RQ-Date-High IS NUMERIC
              MOVE RQ-Date-Low  TO WS-Range-Low
              MOVE RQ-Date-High TO WS-Range-High
              SET WS-Range-Given TO TRUE
           ELSE
              MOVE "N" TO WS-Range-Flag
           END-IF.

       2200-Report-One-Section.
           MOVE RQ-Request-Type TO AR-SB-Type.
           MOVE RQ-Emp-Number   TO AR-SB-Emp-Number.
           WRITE Aud-Print-Line FROM AR-Section-Banner
              AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-Section-Line-Cnt.
           MOVE ZERO TO WS-Section-Arc-Cnt.
           IF WS-Range-Given
              PERFORM 2250-Report-From-Archive
                 VARYING WS-Arc-Idx FROM 1 BY 1
                    UNTIL WS-Arc-Idx > WS-Arc-Table-Cnt
           END-IF.
      *    The journal is sequential, so every section is its own
      *    full pass over it.
           MOVE "EMPAUDIT" TO WS-EmpAudit-File-Name.
           OPEN INPUT EMPAUDIT.
           IF NOT WS-EmpAudit-Status-OK
              DISPLAY "*** ERROR *** Could not open audit journal "
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Section-Arc-Cnt > ZERO
              MOVE "live journal " TO AR-SL-Source-Text
              MOVE WS-EmpAudit-File-Name TO AR-SL-Source-Name
              WRITE Aud-Print-Line FROM AR-Source-Line
                 AFTER ADVANCING 1 LINES
           END-IF.
           PERFORM 2210-Read-Journal.
           PERFORM 2220-Select-Journal-Record
              UNTIL WS-EmpAudit-Status-EOF.

       2220-Select-Journal-Record.
           EVALUATE TRUE
              WHEN WS-Range-Given
                 AND (AUD-Run-Date < WS-Range-Low
                      OR AUD-Run-Date > WS-Range-High)
                 CONTINUE
              WHEN RQ-Employee-Request
                 AND AUD-Emp-Number = RQ-Emp-Number
                 PERFORM 2230-Write-Audit-Line
              WHEN RQ-Date-Range-Request
                 PERFORM 2230-Write-Audit-Line
              WHEN RQ-All-Request
                 PERFORM 2230-Write-Audit-Line
              WHEN RQ-Backout-Request
                 AND AUD-Is-Backout
                 PERFORM 2230-Write-Audit-Line
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
              END-STRING
           END-IF.

       2250-Report-From-Archive.
      *    Only an archive whose dates overlap the range is opened.
           IF WS-Arc-Low-Date (WS-Arc-Idx) NOT > WS-Range-High
              AND WS-Arc-High-Date (WS-Arc-Idx) NOT < WS-Range-Low
              MOVE WS-Arc-Name (WS-Arc-Idx) TO WS-EmpAudit-File-Name
              OPEN INPUT EMPAUDIT
              IF NOT WS-EmpAudit-Status-OK
                 DISPLAY "*** ERROR *** Could not open catalogued "
                         "archive " WS-EmpAudit-File-Name " (status="
                         WS-EmpAudit-Status ") - restore it or the "
                         "trail has a gap."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Section-Arc-Cnt
              ADD +1 TO WS-Archive-Read-Cnt
              MOVE "from archive " TO AR-SL-Source-Text
              MOVE WS-EmpAudit-File-Name TO AR-SL-Source-Name
              WRITE Aud-Print-Line FROM AR-Source-Line
                 AFTER ADVANCING 1 LINES
              PERFORM 2210-Read-Journal
              PERFORM 2220-Select-Journal-Record
                 UNTIL WS-EmpAudit-Status-EOF
              CLOSE EMPAUDIT
           END-IF.

       3000-End-Job.
           MOVE "Requests processed"    TO AR-FT-Label.
           MOVE WS-Request-Cnt          TO AR-FT-Count.
              AFTER ADVANCING 2 LINES.
           MOVE "Invalid request cards" TO AR-FT-Label.
           MOVE WS-Invalid-Request-Cnt  TO AR-FT-Count.
           WRITE Aud-Print-Line FROM AR-Footer-Line
              AFTER ADVANCING 1 LINES.
           MOVE "Archive passes"        TO AR-FT-Label.
           MOVE WS-Archive-Read-Cnt     TO AR-FT-Count.
           WRITE Aud-Print-Line FROM AR-Footer-Line
              AFTER ADVANCING 1 LINES.
           CLOSE AUDRQST.
           DISPLAY EOJ-End-Message.
           DISPLAY "Requests processed: " WS-Request-Cnt.
           DISPLAY "Invalid cards:      " WS-Invalid-Request-Cnt.
           DISPLAY "Archive passes:     " WS-Archive-Read-Cnt.
           IF WS-Invalid-Request-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
