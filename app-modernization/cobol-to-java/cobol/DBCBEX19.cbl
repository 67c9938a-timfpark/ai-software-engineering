      *    on a clean run, so "abnormal" here means anything other
      *    than 0 or +100.
      *
      *    DBCBEX40 ages old runs off RUNHIST into dated archives
      *    listed on the ARCCAT catalog. An optional PARM gives a
      *    from-date (yyyymmdd): the purged RUNHIST archives
      *    holding runs on or after it are read first, in the order
      *    they were catalogued, then the live file, and runs
      *    before the from-date are left out. The swing carries
      *    across from one file to the next. No PARM reads the live
      *    file alone, as before.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          employee feed shows up as a flagged
      *                          swing instead of depending on someone
      *                          remembering last week's footer count.
      * 2026-10-15 dastagg       From-date PARM reads the catalogued
      *                          RUNHIST archives ahead of the live
      *                          file, so a trend back past the
      *                          purge still reports.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    RUNHIST assigns through a data name so the catalogued
      *    archives can be read through the same file.
           SELECT RUNHIST
           ASSIGN TO DYNAMIC WS-Runhist-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Runhist-Status.

           SELECT ARCCAT
           ASSIGN TO ARCCAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ArcCat-Status.

           SELECT TRENDRPT
           ASSIGN TO TRENDRPT
           ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RUNHIST-Record.
           12 RUNHIST-Run-Date.
              16 RUNHIST-Run-YY        PIC 9(4).
              16 RUNHIST-Run-MM        PIC 9(2).
              16 RUNHIST-Run-DD        PIC 9(2).
           12 RUNHIST-Run-HH           PIC 9(2).
           12 RUNHIST-Run-MI           PIC 9(2).
           12 RUNHIST-Run-SS           PIC 9(2).
           12 RUNHIST-Exception-Cnt    PIC 9(4).
           12 RUNHIST-Partial-Flag     PIC X(01).

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

       FD  TRENDRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==Runhist==.
           COPY WSFST REPLACING ==:tag:== BY ==ArcCat==.
           COPY WSFST REPLACING ==:tag:== BY ==TrendRpt==.

       01  WS-Runhist-File-Name       PIC X(28) VALUE "RUNHIST".

      *    The files to read, in order - any catalogued archives,
      *    then the live RUNHIST last.
       78  WS-Source-Table-Max-Entries VALUE 501.

       01  WS-Source-Fields.
           12 WS-From-Date            PIC 9(08) VALUE ZEROES.
           12 WS-From-Date-Flag       PIC X(01) VALUE "N".
              88 WS-From-Date-Given      VALUE "Y".
           12 WS-Source-Done-Flag     PIC X(01) VALUE "N".
              88 WS-All-Sources-Done     VALUE "Y".
           12 WS-Got-Run-Flag         PIC X(01) VALUE "N".
              88 WS-Got-Run              VALUE "Y".
           12 WS-Archive-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Source-Table-Cnt     PIC 9(3) COMP VALUE ZEROES.
           12 WS-Source-Table-Max     PIC 9(3) COMP
                                    VALUE WS-Source-Table-Max-Entries.
           12 WS-Source-Entry         OCCURS 1 TO
                                    WS-Source-Table-Max-Entries TIMES
                                    DEPENDING ON WS-Source-Table-Cnt
                                    INDEXED BY WS-Source-Idx.
              16 WS-Source-Name          PIC X(28).

      *    A run whose record count moves by more than this percent
      *    against the prior run gets a volume-swing flag line.
       78  WS-Swing-Threshold-Pct      VALUE 10.
           12 FILLER              PIC X(006) VALUE "  *** ".
           12 TR-Flag-Text        PIC X(070).

       01  TR-Source-Line.
           12 FILLER              PIC X(011) VALUE "  --- runs ".
           12 TR-Source-Text      PIC X(013).
           12 TR-Source-Name      PIC X(28).

       01  TR-Footer-Line.
           12 FILLER              PIC X(017)
              VALUE "Runs reported:   ".
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX19 - End of Run Messages".

       LINKAGE SECTION.
       01  LS-Parm-Data.
           12 LS-From-Date            PIC X(08).

       PROCEDURE DIVISION USING LS-Parm-Data.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           GOBACK.

       1000-Begin-Job.
           IF LS-From-Date NOT = SPACES
              IF LS-From-Date NOT NUMERIC
                 DISPLAY "*** ERROR *** From-date PARM '"
                         LS-From-Date "' is not yyyymmdd. Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE LS-From-Date TO WS-From-Date
              SET WS-From-Date-Given TO TRUE
              PERFORM 1100-Load-Archive-List
           END-IF.
           PERFORM 1150-Add-Source.
           MOVE "RUNHIST" TO WS-Source-Name (WS-Source-Idx).
           SET WS-Source-Idx TO 1.
           PERFORM 1200-Open-Source.
           OPEN OUTPUT TRENDRPT.
           WRITE Trend-Print-Line FROM TR-Page-Header
              AFTER ADVANCING PAGE.
              AFTER ADVANCING 2 LINES.
           WRITE Trend-Print-Line FROM TR-Column-Header2
              AFTER ADVANCING 1 LINES.
           PERFORM 1210-Write-Source-Line.
           PERFORM 2010-Read-Run-History.

       1100-Load-Archive-List.
      *    Only purged archives count - a V entry's runs are still
      *    on the live file, and an S entry was archived again.
           OPEN INPUT ARCCAT.
           IF NOT WS-ArcCat-Status-OK
              DISPLAY "*** NOTE *** No ARCCAT catalog found "
                      "(status=" WS-ArcCat-Status ") - reporting "
                      "the live RUNHIST only."
           ELSE
              PERFORM 1110-Read-Catalog-Record
              PERFORM 1120-Select-Archive
                 UNTIL WS-ArcCat-Status-EOF
              CLOSE ARCCAT
           END-IF.

       1110-Read-Catalog-Record.
           READ ARCCAT
           END-READ.

       1120-Select-Archive.
           IF AC-File-Type = "RUNHIST"
              AND AC-Source-Name = "RUNHIST"
              AND AC-Purged
              AND AC-High-Date NOT < WS-From-Date
              PERFORM 1150-Add-Source
              MOVE AC-Archive-Name TO WS-Source-Name (WS-Source-Idx)
              ADD +1 TO WS-Archive-Cnt
           END-IF.
           PERFORM 1110-Read-Catalog-Record.

       1150-Add-Source.
           IF WS-Source-Table-Cnt < WS-Source-Table-Max
              ADD +1 TO WS-Source-Table-Cnt
              SET WS-Source-Idx TO WS-Source-Table-Cnt
           ELSE
              DISPLAY "*** ERROR *** More than "
                      WS-Source-Table-Max " RUNHIST files to read. "
                      "Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1200-Open-Source.
           MOVE WS-Source-Name (WS-Source-Idx)
                                  TO WS-Runhist-File-Name.
           OPEN INPUT RUNHIST.
           IF NOT WS-Runhist-Status-OK
              DISPLAY "*** ERROR *** Could not open run history "
                      WS-Runhist-File-Name " (status="
                      WS-Runhist-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1210-Write-Source-Line.
           IF WS-From-Date-Given
              IF WS-Source-Idx < WS-Source-Table-Cnt
                 MOVE "from archive " TO TR-Source-Text
              ELSE
                 MOVE "from live    " TO TR-Source-Text
              END-IF
              MOVE WS-Runhist-File-Name TO TR-Source-Name
              WRITE Trend-Print-Line FROM TR-Source-Line
                 AFTER ADVANCING 1 LINES
           END-IF.

       2000-Process.
           PERFORM 2100-Report-One-Run
              UNTIL WS-All-Sources-Done.

       2010-Read-Run-History.
           MOVE "N" TO WS-Got-Run-Flag.
           PERFORM 2020-Read-Next-Run
              UNTIL WS-Got-Run OR WS-All-Sources-Done.

       2020-Read-Next-Run.
      *    End of one file moves on to the next; runs before the
      *    from-date are passed over.
           READ RUNHIST
              AT END
                 IF WS-Source-Idx < WS-Source-Table-Cnt
                    CLOSE RUNHIST
                    SET WS-Source-Idx UP BY 1
                    PERFORM 1200-Open-Source
                    PERFORM 1210-Write-Source-Line
                 ELSE
                    SET WS-All-Sources-Done TO TRUE
                 END-IF
              NOT AT END
                 IF RUNHIST-Run-Date NOT < WS-From-Date
                    ADD +1 TO WS-Run-Cnt
                    SET WS-Got-Run TO TRUE
                 END-IF
           END-READ.

       2100-Report-One-Run.
           DISPLAY EOJ-End-Message.
           DISPLAY "Runs reported: " WS-Run-Cnt.
           DISPLAY "Runs flagged:  " WS-Flagged-Run-Cnt.
           IF WS-From-Date-Given
              DISPLAY "From date:     " WS-From-Date
              DISPLAY "Archives read: " WS-Archive-Cnt
           END-IF.
