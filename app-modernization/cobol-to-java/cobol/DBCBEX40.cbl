      **********************************************************
      * Program name:    DBCBEX40
      * Original author: David Stagowski
      *
      *    Description: Retention archive and purge for the
      *    operational journals, with the ARCCAT archive catalog.
      *
      *    RUNHIST, EMPAUDIT, DISPOS and EMPHIST are appended to
      *    every night and were never trimmed, so DBCBEX19 and
      *    DBCBEX26 got slower every month. This program reads
      *    RETNCTL retention control cards:
      *
      *       tttttttt dddd ffffffffffffffff
      *
      *          tttttttt - RUNHIST, EMPAUDIT, DISPOS or EMPHIST
      *                     (columns 1-8)
      *          dddd     - retention period in days, 0001-9999
      *                     (columns 10-13)
      *          ffff...  - the live file's name when it is not the
      *                     type itself, e.g. a partition's
      *                     RUNHIST.P01 (columns 15-30)
      *       *           - comment card, ignored
      *
      *    and for each card moves every record dated before the
      *    cutoff (today less the retention days) into a dated
      *    archive file, <live name>.Ayyyymmdd, in the live file's
      *    own record layout so the reporting programs read it
      *    unchanged. The order of work is what makes it safe:
      *
      *       1. copy the due records to the archive, counting them
      *          and noting the lowest and highest record date;
      *       2. re-read the archive and verify the count and the
      *          date range against step 1;
      *       3. catalog the archive in ARCCAT as V (verified,
      *          purge pending) - the catalog is rewritten at once;
      *       4. purge the live file - a sequential file is rebuilt
      *          from a <live name>.KEEP work copy of the records
      *          being kept (itself re-read and count-checked first),
      *          EMPHIST has each archived key deleted, driven off
      *          the verified archive itself;
      *       5. mark the catalog entry P (purged).
      *
      *    Nothing is purged unless steps 1-3 succeeded. Once step 4
      *    has touched the live file - the rebuild's OPEN OUTPUT, or
      *    the first key deleted - the entry goes to P even if the
      *    step then fails, and the failure says what to restore or
      *    what is still live. An entry left at V means its records
      *    are still live too: the readers ignore it, and the next
      *    run for that file marks it S (superseded) and archives
      *    those records again. DBCBEX19, DBCBEX26 and DBCBEX39 read
      *    P entries only.
      *
      *    Record dates: RUNHIST's run timestamp, EMPAUDIT's run
      *    date, DISPOS's run date (stamped by DBCBEX20) and
      *    EMPHIST's effective date. Run this when none of the
      *    writers (DBCBEX16, DBCBEX18, DBCBEX20, DBCBEX24) is
      *    running.
      *
      *    An employee's latest EMPHIST record is never archived,
      *    however old: DBCBEX39 needs it to tie EMPMAST to the
      *    journal, and it is the record that shows a leaver.
      *    EMPHIST is read in EMPNO + date order, so a record is
      *    only due when the one after it is the same employee's.
      *    Everything else older than the cutoff does go, so an
      *    EMPHIST retention under about 400 days leaves DBCBEX33's
      *    12-month trend short: it reads the live journal only,
      *    and shows the months on or before the newest purged
      *    archive's high date as incomplete (RC=4).
      *
      *    ARCRPT shows per card the records read, archived and
      *    kept, the archived date range and the outcome, then the
      *    whole catalog.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - the nightly journals had
      *                          grown for years untrimmed.
      * 2026-10-15 dastagg       Keep each employee's latest EMPHIST
      *                          record whatever its age.
      * 2026-10-15 dastagg       Check the purge's own re-opens - a
      *                          failed one left a loop or an
      *                          emptied live file.
      * 2026-10-15 dastagg       Re-read the KEEP copy before the
      *                          rebuild, mark P once the live file
      *                          is touched, check the WRITEs, and
      *                          no GOBACK part way through a purge.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX40.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETNCTL
           ASSIGN TO RETNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RetnCtl-Status.

      *    One live file and one archive file per type, all
      *    re-pointed by name - only one type is worked at a time,
      *    so each pair shares a name field and a status field.
           SELECT RUNHIST
           ASSIGN TO DYNAMIC WS-Live-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Live-Status.

           SELECT EMPAUDIT
           ASSIGN TO DYNAMIC WS-Live-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Live-Status.

           SELECT DISPOS
           ASSIGN TO DYNAMIC WS-Live-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Live-Status.

           SELECT EMPHIST
           ASSIGN TO DYNAMIC WS-Live-File-Name
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPHIST-Key
           FILE STATUS IS WS-Live-Status.

           SELECT ARCRUNH
           ASSIGN TO DYNAMIC WS-Arc-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Arc-Status.

           SELECT ARCAUDT
           ASSIGN TO DYNAMIC WS-Arc-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Arc-Status.

           SELECT ARCDISP
           ASSIGN TO DYNAMIC WS-Arc-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Arc-Status.

           SELECT ARCHIST
           ASSIGN TO DYNAMIC WS-Arc-File-Name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Arc-Status.

           SELECT ARCCAT
           ASSIGN TO ARCCAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ArcCat-Status.

           SELECT ARCRPT
           ASSIGN TO ARCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ArcRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RETNCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RETNCTL-Record.
           12 RC-File-Type             PIC X(08).
              88 RC-Type-Runhist          VALUE "RUNHIST".
              88 RC-Type-EmpAudit         VALUE "EMPAUDIT".
              88 RC-Type-Dispos           VALUE "DISPOS".
              88 RC-Type-EmpHist          VALUE "EMPHIST".
           12 FILLER                   PIC X(01).
           12 RC-Retain-Days           PIC X(04).
           12 FILLER                   PIC X(01).
           12 RC-File-Name             PIC X(16).
           12 FILLER                   PIC X(50).
       01  RETNCTL-Comment-View.
           12 RC-Comment-Flag          PIC X(01).
              88 RC-Comment-Card          VALUE "*".
           12 FILLER                   PIC X(79).

      *    Same record DBCBEX16 appends - only the run date is
      *    looked at here.
       FD  RUNHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RUNHIST-Record.
           12 RUNHIST-Run-Date         PIC 9(08).
           12 FILLER                   PIC X(33).

      *    Same record DBCBEX18 appends.
       FD  EMPAUDIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EMPAUDIT-Record.
           12 AUD-Run-Date             PIC 9(08).
           12 FILLER                   PIC X(126).

      *    Same record DBCBEX20 writes.
       FD  DISPOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DISPOS-Record.
           12 FILLER                   PIC X(40).
           12 DISPOS-Run-Date          PIC 9(08).

      *    Same record DBCBEX24 writes.
       FD  EMPHIST.
       01  EMPHIST-Record.
           12 EMPHIST-Key.
              16 EMPHIST-Emp-Number    PIC X(06).
              16 EMPHIST-Eff-Date     PIC 9(08).
              16 EMPHIST-Seq          PIC 9(03).
           12 FILLER                   PIC X(68).

       FD  ARCRUNH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARCRUNH-Record.
           12 ARCRUNH-Run-Date         PIC 9(08).
           12 FILLER                   PIC X(33).

       FD  ARCAUDT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARCAUDT-Record.
           12 ARCAUDT-Run-Date         PIC 9(08).
           12 FILLER                   PIC X(126).

       FD  ARCDISP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARCDISP-Record.
           12 FILLER                   PIC X(40).
           12 ARCDISP-Run-Date         PIC 9(08).

       FD  ARCHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARCHIST-Record.
           12 ARCHIST-Key.
              16 ARCHIST-Emp-Number    PIC X(06).
              16 ARCHIST-Eff-Date     PIC 9(08).
              16 ARCHIST-Seq          PIC 9(03).
           12 FILLER                   PIC X(68).

      *    One record per archive ever written. DBCBEX19 and
      *    DBCBEX26 carry the same layout.
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

       FD  ARCRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Arc-Print-Line              PIC X(131).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RetnCtl==.
           COPY WSFST REPLACING ==:tag:== BY ==Live==.
           COPY WSFST REPLACING ==:tag:== BY ==Arc==.
           COPY WSFST REPLACING ==:tag:== BY ==ArcCat==.
           COPY WSFST REPLACING ==:tag:== BY ==ArcRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  WS-Dynamic-File-Names.
           12 WS-Live-File-Name       PIC X(16) VALUE SPACES.
           12 WS-Arc-File-Name        PIC X(28) VALUE SPACES.
           12 WS-Archive-Name         PIC X(28) VALUE SPACES.
           12 WS-Keep-Name            PIC X(28) VALUE SPACES.

       01  WS-Run-Stamp.
           12 WS-Run-Date             PIC 9(08) VALUE ZEROES.
           12 WS-Run-Time             PIC 9(06) VALUE ZEROES.

      *    The card being worked.
       01  WS-Current-File.
           12 WS-Cur-Type             PIC X(08) VALUE SPACES.
              88 WS-Cur-Runhist          VALUE "RUNHIST".
              88 WS-Cur-EmpAudit         VALUE "EMPAUDIT".
              88 WS-Cur-Dispos           VALUE "DISPOS".
              88 WS-Cur-EmpHist          VALUE "EMPHIST".
           12 WS-Retain-Days          PIC 9(04) VALUE ZEROES.
           12 WS-Cutoff-Date          PIC 9(08) VALUE ZEROES.
           12 WS-Rec-Date             PIC 9(08) VALUE ZEROES.
           12 WS-Result               PIC X(16) VALUE SPACES.

      *    Step 1's totals, step 2's re-count, and the purge's own
      *    counts - each has to agree with the one before it.
       01  WS-File-Totals.
           12 WS-Read-Cnt             PIC 9(9) COMP VALUE ZEROES.
           12 WS-Old-Cnt              PIC 9(9) COMP VALUE ZEROES.
           12 WS-Kept-Cnt             PIC 9(9) COMP VALUE ZEROES.
           12 WS-Low-Date             PIC 9(08) VALUE ZEROES.
           12 WS-High-Date            PIC 9(08) VALUE ZEROES.
           12 WS-Verify-Cnt           PIC 9(9) COMP VALUE ZEROES.
           12 WS-Verify-Low-Date      PIC 9(08) VALUE ZEROES.
           12 WS-Verify-High-Date     PIC 9(08) VALUE ZEROES.
           12 WS-Purge-Cnt            PIC 9(9) COMP VALUE ZEROES.
           12 WS-Keep-Verify-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-Write-Error-Cnt      PIC 9(9) COMP VALUE ZEROES.

       01  WS-Run-Counters.
           12 WS-Card-Cnt             PIC 9(9) COMP VALUE ZEROES.
           12 WS-Invalid-Card-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Archived-File-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Archived-Rec-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Failed-File-Cnt      PIC 9(9) COMP VALUE ZEROES.

       01  WS-Switches.
           12 WS-Live-EOF-Flag        PIC X(01) VALUE "N".
              88 WS-Live-At-End          VALUE "Y".
           12 WS-Arc-EOF-Flag         PIC X(01) VALUE "N".
              88 WS-Arc-At-End           VALUE "Y".
           12 WS-Arc-Open-Flag        PIC X(01) VALUE "N".
              88 WS-Arc-Is-Open          VALUE "Y".
           12 WS-Step-Flag            PIC X(01) VALUE "Y".
              88 WS-Step-OK              VALUE "Y".
              88 WS-Step-Failed          VALUE "N".
           12 WS-Due-Flag             PIC X(01) VALUE "N".
              88 WS-Rec-Is-Due           VALUE "Y".
              88 WS-Rec-Not-Due          VALUE "N".
           12 WS-Write-Flag           PIC X(01) VALUE "Y".
              88 WS-Write-OK             VALUE "Y".
              88 WS-Write-Failed         VALUE "N".
           12 WS-Cat-Changed-Flag     PIC X(01) VALUE "N".
              88 WS-Cat-Changed          VALUE "Y".

      *    EMPHIST is decided one record behind the read: the record
      *    is held here while the next one is read.
       01  WS-Held-History.
           12 WS-Held-Hist-Record     PIC X(85) VALUE SPACES.
           12 WS-Held-Hist-Key REDEFINES WS-Held-Hist-Record.
              16 WS-Held-Emp-Number   PIC X(06).
              16 WS-Held-Eff-Date     PIC 9(08).
              16 FILLER               PIC X(71).

      *    The catalog, oldest archive first. It is rewritten whole
      *    after every change of state, so a failure part way
      *    through a run leaves it true to what is on disk.
       78  WS-Cat-Table-Max-Entries    VALUE 500.

       01  WS-Catalog-Table.
           12 WS-Cat-Table-Cnt        PIC 9(3) COMP VALUE ZEROES.
           12 WS-Cat-Table-Max        PIC 9(3) COMP
                                       VALUE WS-Cat-Table-Max-Entries.
           12 WS-Cat-Entry            OCCURS 1 TO
                                       WS-Cat-Table-Max-Entries TIMES
                                       DEPENDING ON WS-Cat-Table-Cnt
                                       INDEXED BY WS-Cat-Idx
                                                  WS-Cur-Cat-Idx.
              16 WS-Cat-File-Type        PIC X(08).
              16 WS-Cat-Source-Name      PIC X(16).
              16 WS-Cat-Archive-Name     PIC X(28).
              16 WS-Cat-Run-Date         PIC 9(08).
              16 WS-Cat-Run-Time         PIC 9(06).
              16 WS-Cat-Record-Cnt       PIC 9(09).
              16 WS-Cat-Low-Date         PIC 9(08).
              16 WS-Cat-High-Date        PIC 9(08).
              16 WS-Cat-Status           PIC X(01).
                 88 WS-Cat-Purged           VALUE "P".
                 88 WS-Cat-Pending          VALUE "V".
                 88 WS-Cat-Superseded       VALUE "S".

       01  AR-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 AR-HDR-DATE.
              15 AR-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 AR-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 AR-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(036)
              VALUE "Retention Archive and Purge".

       01  AR-Column-Header1.
           12 FILLER   PIC X(009) VALUE "File".
           12 FILLER   PIC X(005) VALUE "Days".
           12 FILLER   PIC X(009) VALUE "Cutoff".
           12 FILLER   PIC X(012) VALUE "       Read".
           12 FILLER   PIC X(012) VALUE "   Archived".
           12 FILLER   PIC X(012) VALUE "       Kept".
           12 FILLER   PIC X(009) VALUE "Low Date".
           12 FILLER   PIC X(010) VALUE "High Date".
           12 FILLER   PIC X(016) VALUE "Result".

       01  AR-Detail-Line.
           12 AR-DL-File-Type     PIC X(08).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-DL-Retain-Days   PIC ZZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-DL-Cutoff-Date   PIC 9(08).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-DL-Read-Cnt      PIC ZZZ,ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-DL-Old-Cnt       PIC ZZZ,ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-DL-Kept-Cnt      PIC ZZZ,ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-DL-Low-Date      PIC 9(08).
           12 AR-DL-Low-NA REDEFINES AR-DL-Low-Date
                                  PIC X(08).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-DL-High-Date     PIC 9(08).
           12 AR-DL-High-NA REDEFINES AR-DL-High-Date
                                  PIC X(08).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 AR-DL-Result        PIC X(16).

       01  AR-Names-Line.
           12 FILLER              PIC X(009) VALUE "   live: ".
           12 AR-NL-Live-Name     PIC X(16).
           12 FILLER              PIC X(012) VALUE "  archive: ".
           12 AR-NL-Archive-Name  PIC X(28).

       01  AR-Invalid-Line.
           12 FILLER              PIC X(024)
              VALUE "*** INVALID control card".
           12 FILLER              PIC X(003) VALUE " '".
           12 AR-IV-Card          PIC X(30).
           12 FILLER              PIC X(020)
              VALUE "' - card skipped ***".

       01  AR-Catalog-Banner      PIC X(040) VALUE
           "Archive catalog (ARCCAT) after this run:".

       01  AR-Catalog-Header.
           12 FILLER   PIC X(009) VALUE "Type".
           12 FILLER   PIC X(017) VALUE "Source".
           12 FILLER   PIC X(029) VALUE "Archive".
           12 FILLER   PIC X(009) VALUE "Run Date".
           12 FILLER   PIC X(012) VALUE "    Records".
           12 FILLER   PIC X(009) VALUE "Low Date".
           12 FILLER   PIC X(010) VALUE "High Date".
           12 FILLER   PIC X(002) VALUE "St".

       01  AR-Catalog-Line.
           12 AR-CL-File-Type     PIC X(08).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-CL-Source-Name   PIC X(16).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-CL-Archive-Name  PIC X(28).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-CL-Run-Date      PIC 9(08).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-CL-Record-Cnt    PIC ZZZ,ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-CL-Low-Date      PIC 9(08).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 AR-CL-High-Date     PIC 9(08).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 AR-CL-Status        PIC X(01).

       01  AR-Footer-Line.
           12 AR-FT-Label         PIC X(026).
           12 FILLER              PIC X(002) VALUE ": ".
           12 AR-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX40 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Date       TO WS-Run-Date.
           MOVE CDT-Time (1:6) TO WS-Run-Time.
           OPEN INPUT RETNCTL.
           IF NOT WS-RetnCtl-Status-OK
              DISPLAY "*** ERROR *** Could not open retention control "
                      "file RETNCTL (status=" WS-RetnCtl-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1100-Load-Catalog.
           OPEN OUTPUT ARCRPT.
           MOVE CDT-Year  TO AR-HDR-YY.
           MOVE CDT-Month TO AR-HDR-MM.
           MOVE CDT-Day   TO AR-HDR-DD.
           WRITE Arc-Print-Line FROM AR-Page-Header
              AFTER ADVANCING PAGE.
           WRITE Arc-Print-Line FROM AR-Column-Header1
              AFTER ADVANCING 2 LINES.
           PERFORM 2010-Read-Control-Card.

       1100-Load-Catalog.
      *    No catalog yet just means nothing has ever been archived -
      *    the first run starts one, as DBCBEX30 does with GENCAT.
           OPEN INPUT ARCCAT.
           IF WS-ArcCat-Status-OK
              PERFORM 1110-Read-Catalog-Record
              PERFORM 1120-Load-Catalog-Entry
                 UNTIL WS-ArcCat-Status-EOF
              CLOSE ARCCAT
           ELSE
              DISPLAY "*** NOTE *** No ARCCAT catalog found "
                      "(status=" WS-ArcCat-Status ") - starting a "
                      "new one."
           END-IF.

       1110-Read-Catalog-Record.
           READ ARCCAT
           END-READ.

       1120-Load-Catalog-Entry.
           IF WS-Cat-Table-Cnt < WS-Cat-Table-Max
              ADD +1 TO WS-Cat-Table-Cnt
              SET WS-Cat-Idx TO WS-Cat-Table-Cnt
              MOVE AC-File-Type    TO WS-Cat-File-Type (WS-Cat-Idx)
              MOVE AC-Source-Name  TO WS-Cat-Source-Name (WS-Cat-Idx)
              MOVE AC-Archive-Name TO WS-Cat-Archive-Name (WS-Cat-Idx)
              MOVE AC-Run-Date     TO WS-Cat-Run-Date (WS-Cat-Idx)
              MOVE AC-Run-Time     TO WS-Cat-Run-Time (WS-Cat-Idx)
              MOVE AC-Record-Cnt   TO WS-Cat-Record-Cnt (WS-Cat-Idx)
              MOVE AC-Low-Date     TO WS-Cat-Low-Date (WS-Cat-Idx)
              MOVE AC-High-Date    TO WS-Cat-High-Date (WS-Cat-Idx)
              MOVE AC-Status       TO WS-Cat-Status (WS-Cat-Idx)
           ELSE
              DISPLAY "*** ERROR *** ARCCAT holds more than "
                      WS-Cat-Table-Max " archives - nothing can be "
                      "catalogued. Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1110-Read-Catalog-Record.

       2000-Process.
           PERFORM 2100-Process-Control-Card
              UNTIL WS-RetnCtl-Status-EOF.

       2010-Read-Control-Card.
           READ RETNCTL
           END-READ.

       2100-Process-Control-Card.
           EVALUATE TRUE
              WHEN RC-Comment-Card
                 CONTINUE
              WHEN (RC-Type-Runhist OR RC-Type-EmpAudit
                    OR RC-Type-Dispos OR RC-Type-EmpHist)
                 AND RC-Retain-Days IS NUMERIC
                 AND RC-Retain-Days > "0000"
                 ADD +1 TO WS-Card-Cnt
                 PERFORM 2200-Archive-One-File
              WHEN OTHER
                 ADD +1 TO WS-Invalid-Card-Cnt
                 MOVE RETNCTL-Record (1:30) TO AR-IV-Card
                 WRITE Arc-Print-Line FROM AR-Invalid-Line
                    AFTER ADVANCING 1 LINES
           END-EVALUATE.
           PERFORM 2010-Read-Control-Card.

       2200-Archive-One-File.
           MOVE RC-File-Type   TO WS-Cur-Type.
           MOVE RC-Retain-Days TO WS-Retain-Days.
           IF RC-File-Name = SPACES
              MOVE RC-File-Type TO WS-Live-File-Name
           ELSE
              MOVE RC-File-Name TO WS-Live-File-Name
           END-IF.
           COMPUTE WS-Cutoff-Date = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-Run-Date)
                  - WS-Retain-Days).
           MOVE SPACES TO WS-Archive-Name.
           STRING WS-Live-File-Name DELIMITED BY SPACE
                  ".A"              DELIMITED BY SIZE
                  WS-Run-Date       DELIMITED BY SIZE
              INTO WS-Archive-Name
           END-STRING.
           MOVE SPACES TO WS-Keep-Name.
           STRING WS-Live-File-Name DELIMITED BY SPACE
                  ".KEEP"           DELIMITED BY SIZE
              INTO WS-Keep-Name
           END-STRING.
           MOVE ZERO TO WS-Read-Cnt WS-Old-Cnt WS-Kept-Cnt
                        WS-Verify-Cnt WS-Purge-Cnt
                        WS-Keep-Verify-Cnt WS-Write-Error-Cnt.
           MOVE 99999999 TO WS-Low-Date WS-Verify-Low-Date.
           MOVE ZERO     TO WS-High-Date WS-Verify-High-Date.
           MOVE SPACES TO WS-Result.
           SET WS-Step-OK TO TRUE.
      *    7000 runs its own loop on WS-Cat-Idx, so the catalog is
      *    rewritten once, after this one.
           MOVE "N" TO WS-Cat-Changed-Flag.
           PERFORM 2210-Supersede-Pending
              VARYING WS-Cat-Idx FROM 1 BY 1
                 UNTIL WS-Cat-Idx > WS-Cat-Table-Cnt.
           IF WS-Cat-Changed
              PERFORM 7000-Rewrite-Catalog
           END-IF.
           PERFORM 2220-Check-Archived-Today
              VARYING WS-Cat-Idx FROM 1 BY 1
                 UNTIL WS-Cat-Idx > WS-Cat-Table-Cnt.
           IF WS-Step-OK
              PERFORM 2300-Copy-Due-Records
           END-IF.
           IF WS-Step-OK AND WS-Old-Cnt > ZERO
              PERFORM 2400-Verify-Archive
           END-IF.
           IF WS-Step-OK AND WS-Old-Cnt > ZERO
              PERFORM 2500-Catalog-Archive
           END-IF.
           IF WS-Step-OK AND WS-Old-Cnt > ZERO
              IF WS-Cur-EmpHist
                 PERFORM 2700-Purge-Keyed-Journal
              ELSE
                 PERFORM 2600-Purge-Sequential-File
              END-IF
           END-IF.
           IF WS-Step-OK AND WS-Old-Cnt > ZERO
              IF NOT WS-Cat-Purged (WS-Cur-Cat-Idx)
                 SET WS-Cat-Purged (WS-Cur-Cat-Idx) TO TRUE
                 PERFORM 7000-Rewrite-Catalog
              END-IF
              ADD +1 TO WS-Archived-File-Cnt
              ADD WS-Old-Cnt TO WS-Archived-Rec-Cnt
              MOVE "ARCHIVED" TO WS-Result
           END-IF.
           IF WS-Step-OK AND WS-Old-Cnt = ZERO
              MOVE "NOTHING DUE" TO WS-Result
           END-IF.
           PERFORM 2800-Write-File-Lines.

       2210-Supersede-Pending.
      *    A V entry for this file never finished its purge, so its
      *    records are still live and are about to be archived
      *    again - the old copy stops counting.
           IF WS-Cat-Source-Name (WS-Cat-Idx) = WS-Live-File-Name
              AND WS-Cat-Pending (WS-Cat-Idx)
              SET WS-Cat-Superseded (WS-Cat-Idx) TO TRUE
              DISPLAY "*** WARNING *** Archive "
                      WS-Cat-Archive-Name (WS-Cat-Idx)
                      " was never purged - marked superseded."
              SET WS-Cat-Changed TO TRUE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       2220-Check-Archived-Today.
      *    Today's archive name is already a purged archive - a
      *    second card for the same file, or a rerun with a shorter
      *    retention. Writing the name again would overwrite it.
           IF WS-Cat-Archive-Name (WS-Cat-Idx) = WS-Archive-Name
              AND WS-Cat-Purged (WS-Cat-Idx)
              AND WS-Step-OK
              SET WS-Step-Failed TO TRUE
              MOVE "ALREADY TODAY" TO WS-Result
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       2300-Copy-Due-Records.
      *    Step 1. The archive is only opened once a due record
      *    turns up, so a file with nothing due leaves no empty
      *    archive behind.
           MOVE "N" TO WS-Arc-Open-Flag.
           PERFORM 8100-Open-Live-Input.
           IF NOT WS-Live-Status-OK
              SET WS-Step-Failed TO TRUE
              MOVE "NO LIVE FILE" TO WS-Result
              DISPLAY "*** WARNING *** Could not open "
                      WS-Live-File-Name " (status=" WS-Live-Status
                      ") - nothing archived for it."
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM 8110-Read-Live
              PERFORM 2310-Sort-Live-Record
                 UNTIL WS-Live-At-End
              PERFORM 8120-Close-Live
              IF WS-Arc-Is-Open
                 PERFORM 8220-Close-Archive
              END-IF
           END-IF.

       2310-Sort-Live-Record.
           ADD +1 TO WS-Read-Cnt.
           IF WS-Cur-EmpHist
              PERFORM 2320-Look-Ahead-History
           ELSE
              SET WS-Rec-Not-Due TO TRUE
              IF WS-Rec-Date < WS-Cutoff-Date
                 SET WS-Rec-Is-Due TO TRUE
              END-IF
           END-IF.
           IF WS-Rec-Is-Due
              IF NOT WS-Arc-Is-Open
                 MOVE WS-Archive-Name TO WS-Arc-File-Name
                 PERFORM 8200-Open-Archive-Output
                 SET WS-Arc-Is-Open TO TRUE
              END-IF
              PERFORM 8210-Write-Live-To-Archive
              ADD +1 TO WS-Old-Cnt
              IF WS-Rec-Date < WS-Low-Date
                 MOVE WS-Rec-Date TO WS-Low-Date
              END-IF
              IF WS-Rec-Date > WS-High-Date
                 MOVE WS-Rec-Date TO WS-High-Date
              END-IF
           ELSE
              ADD +1 TO WS-Kept-Cnt
           END-IF.
           IF NOT WS-Cur-EmpHist
              PERFORM 8110-Read-Live
           END-IF.

       2320-Look-Ahead-History.
      *    An employee's last record is kept whatever its date, so
      *    DBCBEX39 still finds every employee and every leaver.
      *    The held record's date goes back in WS-Rec-Date for the
      *    counts above.
           MOVE EMPHIST-Record TO WS-Held-Hist-Record.
           PERFORM 8110-Read-Live.
           SET WS-Rec-Not-Due TO TRUE.
           IF WS-Held-Eff-Date < WS-Cutoff-Date
              AND NOT WS-Live-At-End
              AND EMPHIST-Emp-Number = WS-Held-Emp-Number
              SET WS-Rec-Is-Due TO TRUE
           END-IF.
           MOVE WS-Held-Eff-Date TO WS-Rec-Date.

       2400-Verify-Archive.
      *    Step 2 - what is on disk, not what was written.
           MOVE WS-Archive-Name TO WS-Arc-File-Name.
           PERFORM 8300-Open-Archive-Input.
           IF WS-Arc-Status-OK
              PERFORM 8310-Read-Archive
              PERFORM 2410-Count-Archive-Record
                 UNTIL WS-Arc-At-End
              PERFORM 8220-Close-Archive
           END-IF.
           IF WS-Verify-Cnt NOT = WS-Old-Cnt
              OR WS-Verify-Low-Date NOT = WS-Low-Date
              OR WS-Verify-High-Date NOT = WS-High-Date
              SET WS-Step-Failed TO TRUE
              MOVE "VERIFY FAILED" TO WS-Result
              ADD +1 TO WS-Failed-File-Cnt
              DISPLAY "*** ERROR *** Archive " WS-Archive-Name
                      " holds " WS-Verify-Cnt " records dated "
                      WS-Verify-Low-Date "-" WS-Verify-High-Date
                      ", expected " WS-Old-Cnt " dated " WS-Low-Date
                      "-" WS-High-Date " - " WS-Live-File-Name
                      " not purged."
              MOVE 8 TO RETURN-CODE
           END-IF.

       2410-Count-Archive-Record.
           ADD +1 TO WS-Verify-Cnt.
           IF WS-Rec-Date < WS-Verify-Low-Date
              MOVE WS-Rec-Date TO WS-Verify-Low-Date
           END-IF.
           IF WS-Rec-Date > WS-Verify-High-Date
              MOVE WS-Rec-Date TO WS-Verify-High-Date
           END-IF.
           PERFORM 8310-Read-Archive.

       2500-Catalog-Archive.
      *    Step 3 - the archive is on the catalog before a single
      *    live record is touched.
           IF WS-Cat-Table-Cnt < WS-Cat-Table-Max
              ADD +1 TO WS-Cat-Table-Cnt
              SET WS-Cur-Cat-Idx TO WS-Cat-Table-Cnt
              MOVE WS-Cur-Type
                       TO WS-Cat-File-Type (WS-Cur-Cat-Idx)
              MOVE WS-Live-File-Name
                       TO WS-Cat-Source-Name (WS-Cur-Cat-Idx)
              MOVE WS-Archive-Name
                       TO WS-Cat-Archive-Name (WS-Cur-Cat-Idx)
              MOVE WS-Run-Date
                       TO WS-Cat-Run-Date (WS-Cur-Cat-Idx)
              MOVE WS-Run-Time
                       TO WS-Cat-Run-Time (WS-Cur-Cat-Idx)
              MOVE WS-Old-Cnt
                       TO WS-Cat-Record-Cnt (WS-Cur-Cat-Idx)
              MOVE WS-Low-Date
                       TO WS-Cat-Low-Date (WS-Cur-Cat-Idx)
              MOVE WS-High-Date
                       TO WS-Cat-High-Date (WS-Cur-Cat-Idx)
              SET WS-Cat-Pending (WS-Cur-Cat-Idx) TO TRUE
              PERFORM 7000-Rewrite-Catalog
           ELSE
              SET WS-Step-Failed TO TRUE
              MOVE "CATALOG FULL" TO WS-Result
              ADD +1 TO WS-Failed-File-Cnt
              DISPLAY "*** ERROR *** ARCCAT is full ("
                      WS-Cat-Table-Max " archives) - "
                      WS-Live-File-Name " not purged."
              MOVE 8 TO RETURN-CODE
           END-IF.

       2600-Purge-Sequential-File.
      *    Step 4, sequential files: the records being kept go to
      *    the KEEP work copy, which is re-read and counted against
      *    step 1, and only then is the live file rebuilt from it.
      *    Any failure before the rebuild leaves the live file as it
      *    was and the catalog entry at V.
           MOVE ZERO TO WS-Purge-Cnt.
           PERFORM 8100-Open-Live-Input.
           IF NOT WS-Live-Status-OK
              DISPLAY "*** ERROR *** Could not re-open "
                      WS-Live-File-Name " (status=" WS-Live-Status
                      ") for the purge - it was not purged."
              PERFORM 2690-Fail-Purge
           ELSE
              MOVE WS-Keep-Name TO WS-Arc-File-Name
              PERFORM 8200-Open-Archive-Output
              PERFORM 8110-Read-Live
              PERFORM 2610-Keep-Live-Record
                 UNTIL WS-Live-At-End
              PERFORM 8120-Close-Live
              PERFORM 8220-Close-Archive
              IF WS-Purge-Cnt NOT = WS-Kept-Cnt
                 DISPLAY "*** ERROR *** " WS-Keep-Name " took "
                         WS-Purge-Cnt " records, expected "
                         WS-Kept-Cnt " - " WS-Live-File-Name
                         " changed during the run or the copy "
                         "failed, and it was not purged."
                 PERFORM 2690-Fail-Purge
              ELSE
                 PERFORM 2630-Verify-Keep-Copy
              END-IF
              IF WS-Step-OK
                 PERFORM 2650-Rebuild-Live-File
              END-IF
           END-IF.

       2610-Keep-Live-Record.
           IF WS-Rec-Date NOT < WS-Cutoff-Date
              PERFORM 8210-Write-Live-To-Archive
              IF WS-Write-OK
                 ADD +1 TO WS-Purge-Cnt
              END-IF
           END-IF.
           PERFORM 8110-Read-Live.

       2620-Restore-Kept-Record.
           PERFORM 8410-Write-Archive-To-Live.
           IF WS-Write-OK
              ADD +1 TO WS-Purge-Cnt
           END-IF.
           PERFORM 8310-Read-Archive.

       2630-Verify-Keep-Copy.
      *    What is on disk, not what was written - as step 2 checks
      *    the archive. The live file is emptied on the strength of
      *    this count.
           PERFORM 8300-Open-Archive-Input.
           IF WS-Arc-Status-OK
              PERFORM 8310-Read-Archive
              PERFORM 2640-Count-Keep-Record
                 UNTIL WS-Arc-At-End
              PERFORM 8220-Close-Archive
           END-IF.
           IF WS-Keep-Verify-Cnt NOT = WS-Kept-Cnt
              DISPLAY "*** ERROR *** " WS-Keep-Name " reads back "
                      WS-Keep-Verify-Cnt " records, expected "
                      WS-Kept-Cnt " - " WS-Live-File-Name
                      " was not purged."
              PERFORM 2690-Fail-Purge
           END-IF.

       2640-Count-Keep-Record.
           ADD +1 TO WS-Keep-Verify-Cnt.
           PERFORM 8310-Read-Archive.

       2650-Rebuild-Live-File.
      *    The KEEP copy must open before the live file is opened
      *    OUTPUT - that OPEN is what empties it. From then on the
      *    archived records are no longer live, so the entry goes
      *    to P before anything else is reported: left at V, the
      *    next run would supersede it and lose them.
           MOVE ZERO TO WS-Purge-Cnt.
           PERFORM 8300-Open-Archive-Input.
           IF NOT WS-Arc-Status-OK
              DISPLAY "*** ERROR *** " WS-Live-File-Name " was not "
                      "purged - its KEEP copy could not be read "
                      "back."
              PERFORM 2690-Fail-Purge
           ELSE
              PERFORM 8400-Open-Live-Output
              IF NOT WS-Live-Status-OK
                 PERFORM 8220-Close-Archive
                 PERFORM 2690-Fail-Purge
              ELSE
                 PERFORM 8310-Read-Archive
                 PERFORM 2620-Restore-Kept-Record
                    UNTIL WS-Arc-At-End
                 PERFORM 8220-Close-Archive
                 PERFORM 8120-Close-Live
                 SET WS-Cat-Purged (WS-Cur-Cat-Idx) TO TRUE
                 PERFORM 7000-Rewrite-Catalog
                 IF WS-Purge-Cnt NOT = WS-Kept-Cnt
                    DISPLAY "*** ERROR *** Rebuilding "
                            WS-Live-File-Name " copied " WS-Purge-Cnt
                            " of " WS-Kept-Cnt " records - restore "
                            "it from " WS-Keep-Name "."
                    PERFORM 2690-Fail-Purge
                 ELSE
      *             Release the work copy's space, as DBCBEX30 does
      *             with an expired generation.
                    PERFORM 8200-Open-Archive-Output
                    PERFORM 8220-Close-Archive
                 END-IF
              END-IF
           END-IF.

       2690-Fail-Purge.
           SET WS-Step-Failed TO TRUE.
           MOVE "PURGE FAILED" TO WS-Result.
           ADD +1 TO WS-Failed-File-Cnt.
           MOVE 8 TO RETURN-CODE.

       2700-Purge-Keyed-Journal.
      *    Step 4, EMPHIST: every key on the verified archive is
      *    deleted from the journal - the archive itself says what
      *    may go. Once any key is gone the entry must be P, or the
      *    next run would supersede it and lose those records.
           MOVE ZERO TO WS-Purge-Cnt.
           OPEN I-O EMPHIST.
           IF NOT WS-Live-Status-OK
              DISPLAY "*** ERROR *** Could not open "
                      WS-Live-File-Name " for update (status="
                      WS-Live-Status ") - archive "
                      WS-Archive-Name " left pending."
              PERFORM 2690-Fail-Purge
           ELSE
              MOVE WS-Archive-Name TO WS-Arc-File-Name
              PERFORM 8300-Open-Archive-Input
              IF WS-Arc-Status-OK
                 PERFORM 8310-Read-Archive
                 PERFORM 2710-Delete-Archived-Key
                    UNTIL WS-Arc-At-End
                 PERFORM 8220-Close-Archive
              END-IF
              CLOSE EMPHIST
              IF WS-Purge-Cnt > ZERO
                 SET WS-Cat-Purged (WS-Cur-Cat-Idx) TO TRUE
                 PERFORM 7000-Rewrite-Catalog
              END-IF
              IF WS-Purge-Cnt NOT = WS-Old-Cnt
                 IF WS-Purge-Cnt > ZERO
                    DISPLAY "*** ERROR *** Deleted " WS-Purge-Cnt
                            " of " WS-Old-Cnt " archived keys from "
                            WS-Live-File-Name " - archive "
                            WS-Archive-Name " marked purged; the "
                            "keys not deleted are live and archived "
                            "both."
                 ELSE
                    DISPLAY "*** ERROR *** No archived keys deleted "
                            "from " WS-Live-File-Name " - archive "
                            WS-Archive-Name " left pending."
                 END-IF
                 PERFORM 2690-Fail-Purge
              END-IF
           END-IF.

       2710-Delete-Archived-Key.
           MOVE ARCHIST-Key TO EMPHIST-Key.
           DELETE EMPHIST RECORD
              INVALID KEY
                 DISPLAY "*** ERROR *** Archived key " ARCHIST-Key
                         " not on " WS-Live-File-Name " (status="
                         WS-Live-Status ")."
              NOT INVALID KEY
                 ADD +1 TO WS-Purge-Cnt
           END-DELETE.
           PERFORM 8310-Read-Archive.

       2800-Write-File-Lines.
           MOVE WS-Cur-Type    TO AR-DL-File-Type.
           MOVE WS-Retain-Days TO AR-DL-Retain-Days.
           MOVE WS-Cutoff-Date TO AR-DL-Cutoff-Date.
           MOVE WS-Read-Cnt    TO AR-DL-Read-Cnt.
           MOVE WS-Old-Cnt     TO AR-DL-Old-Cnt.
           MOVE WS-Kept-Cnt    TO AR-DL-Kept-Cnt.
           IF WS-Old-Cnt > ZERO
              MOVE WS-Low-Date  TO AR-DL-Low-Date
              MOVE WS-High-Date TO AR-DL-High-Date
           ELSE
              MOVE SPACES TO AR-DL-Low-NA
              MOVE SPACES TO AR-DL-High-NA
           END-IF.
           MOVE WS-Result TO AR-DL-Result.
           WRITE Arc-Print-Line FROM AR-Detail-Line
              AFTER ADVANCING 1 LINES.
           MOVE WS-Live-File-Name TO AR-NL-Live-Name.
           IF WS-Old-Cnt > ZERO
              MOVE WS-Archive-Name TO AR-NL-Archive-Name
           ELSE
              MOVE "(none)" TO AR-NL-Archive-Name
           END-IF.
           WRITE Arc-Print-Line FROM AR-Names-Line
              AFTER ADVANCING 1 LINES.

       3000-End-Job.
           WRITE Arc-Print-Line FROM AR-Catalog-Banner
              AFTER ADVANCING 2 LINES.
           WRITE Arc-Print-Line FROM AR-Catalog-Header
              AFTER ADVANCING 1 LINES.
           PERFORM 3200-Write-Catalog-Line
              VARYING WS-Cat-Idx FROM 1 BY 1
                 UNTIL WS-Cat-Idx > WS-Cat-Table-Cnt.
           MOVE "Control cards processed"    TO AR-FT-Label.
           MOVE WS-Card-Cnt                  TO AR-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "Invalid control cards"      TO AR-FT-Label.
           MOVE WS-Invalid-Card-Cnt          TO AR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Files archived and purged"  TO AR-FT-Label.
           MOVE WS-Archived-File-Cnt         TO AR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Records archived"           TO AR-FT-Label.
           MOVE WS-Archived-Rec-Cnt          TO AR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Files failed"               TO AR-FT-Label.
           MOVE WS-Failed-File-Cnt           TO AR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Archives catalogued"        TO AR-FT-Label.
           MOVE WS-Cat-Table-Cnt             TO AR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           CLOSE RETNCTL.
           CLOSE ARCRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "Control cards:     " WS-Card-Cnt.
           DISPLAY "Invalid cards:     " WS-Invalid-Card-Cnt.
           DISPLAY "Files archived:    " WS-Archived-File-Cnt.
           DISPLAY "Records archived:  " WS-Archived-Rec-Cnt.
           DISPLAY "Files failed:      " WS-Failed-File-Cnt.
           IF WS-Invalid-Card-Cnt > ZERO
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-Write-Footer-Line.
           WRITE Arc-Print-Line FROM AR-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Arc-Print-Line FROM AR-Footer-Line
              AFTER ADVANCING 1 LINES.

       3200-Write-Catalog-Line.
           MOVE WS-Cat-File-Type (WS-Cat-Idx)    TO AR-CL-File-Type.
           MOVE WS-Cat-Source-Name (WS-Cat-Idx)  TO AR-CL-Source-Name.
           MOVE WS-Cat-Archive-Name (WS-Cat-Idx)
                                                 TO AR-CL-Archive-Name.
           MOVE WS-Cat-Run-Date (WS-Cat-Idx)     TO AR-CL-Run-Date.
           MOVE WS-Cat-Record-Cnt (WS-Cat-Idx)   TO AR-CL-Record-Cnt.
           MOVE WS-Cat-Low-Date (WS-Cat-Idx)     TO AR-CL-Low-Date.
           MOVE WS-Cat-High-Date (WS-Cat-Idx)    TO AR-CL-High-Date.
           MOVE WS-Cat-Status (WS-Cat-Idx)       TO AR-CL-Status.
           WRITE Arc-Print-Line FROM AR-Catalog-Line
              AFTER ADVANCING 1 LINES.

       7000-Rewrite-Catalog.
           OPEN OUTPUT ARCCAT.
           IF NOT WS-ArcCat-Status-OK
              DISPLAY "*** ERROR *** Could not rewrite the archive "
                      "catalog ARCCAT (status=" WS-ArcCat-Status
                      "). Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 7010-Write-Catalog-Record
              VARYING WS-Cat-Idx FROM 1 BY 1
                 UNTIL WS-Cat-Idx > WS-Cat-Table-Cnt.
           CLOSE ARCCAT.

       7010-Write-Catalog-Record.
           MOVE WS-Cat-File-Type (WS-Cat-Idx)    TO AC-File-Type.
           MOVE WS-Cat-Source-Name (WS-Cat-Idx)  TO AC-Source-Name.
           MOVE WS-Cat-Archive-Name (WS-Cat-Idx) TO AC-Archive-Name.
           MOVE WS-Cat-Run-Date (WS-Cat-Idx)     TO AC-Run-Date.
           MOVE WS-Cat-Run-Time (WS-Cat-Idx)     TO AC-Run-Time.
           MOVE WS-Cat-Record-Cnt (WS-Cat-Idx)   TO AC-Record-Cnt.
           MOVE WS-Cat-Low-Date (WS-Cat-Idx)     TO AC-Low-Date.
           MOVE WS-Cat-High-Date (WS-Cat-Idx)    TO AC-High-Date.
           MOVE WS-Cat-Status (WS-Cat-Idx)       TO AC-Status.
           WRITE ARCCAT-Record.

      *    The file primitives below switch on the type being
      *    worked; everything above them is type-blind.
       8100-Open-Live-Input.
           MOVE "N" TO WS-Live-EOF-Flag.
           EVALUATE TRUE
              WHEN WS-Cur-Runhist
                 OPEN INPUT RUNHIST
              WHEN WS-Cur-EmpAudit
                 OPEN INPUT EMPAUDIT
              WHEN WS-Cur-Dispos
                 OPEN INPUT DISPOS
              WHEN WS-Cur-EmpHist
                 OPEN INPUT EMPHIST
                 IF WS-Live-Status-OK
                    MOVE LOW-VALUES TO EMPHIST-Key
                    START EMPHIST KEY >= EMPHIST-Key
                       INVALID KEY
                          SET WS-Live-At-End TO TRUE
                    END-START
                 END-IF
           END-EVALUATE.

       8110-Read-Live.
           IF NOT WS-Live-At-End
              EVALUATE TRUE
                 WHEN WS-Cur-Runhist
                    READ RUNHIST
                       AT END
                          SET WS-Live-At-End TO TRUE
                       NOT AT END
                          MOVE RUNHIST-Run-Date TO WS-Rec-Date
                    END-READ
                 WHEN WS-Cur-EmpAudit
                    READ EMPAUDIT
                       AT END
                          SET WS-Live-At-End TO TRUE
                       NOT AT END
                          MOVE AUD-Run-Date TO WS-Rec-Date
                    END-READ
                 WHEN WS-Cur-Dispos
                    READ DISPOS
                       AT END
                          SET WS-Live-At-End TO TRUE
                       NOT AT END
                          MOVE DISPOS-Run-Date TO WS-Rec-Date
                    END-READ
                 WHEN WS-Cur-EmpHist
                    READ EMPHIST NEXT RECORD
                       AT END
                          SET WS-Live-At-End TO TRUE
                       NOT AT END
                          MOVE EMPHIST-Eff-Date TO WS-Rec-Date
                    END-READ
              END-EVALUATE
           END-IF.

       8120-Close-Live.
           EVALUATE TRUE
              WHEN WS-Cur-Runhist
                 CLOSE RUNHIST
              WHEN WS-Cur-EmpAudit
                 CLOSE EMPAUDIT
              WHEN WS-Cur-Dispos
                 CLOSE DISPOS
              WHEN WS-Cur-EmpHist
                 CLOSE EMPHIST
           END-EVALUATE.

       8200-Open-Archive-Output.
           EVALUATE TRUE
              WHEN WS-Cur-Runhist
                 OPEN OUTPUT ARCRUNH
              WHEN WS-Cur-EmpAudit
                 OPEN OUTPUT ARCAUDT
              WHEN WS-Cur-Dispos
                 OPEN OUTPUT ARCDISP
              WHEN WS-Cur-EmpHist
                 OPEN OUTPUT ARCHIST
           END-EVALUATE.
           IF NOT WS-Arc-Status-OK
              DISPLAY "*** ERROR *** Could not create "
                      WS-Arc-File-Name " (status=" WS-Arc-Status
                      "). Exiting - nothing further purged."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       8210-Write-Live-To-Archive.
           EVALUATE TRUE
              WHEN WS-Cur-Runhist
                 MOVE RUNHIST-Record TO ARCRUNH-Record
                 WRITE ARCRUNH-Record
              WHEN WS-Cur-EmpAudit
                 MOVE EMPAUDIT-Record TO ARCAUDT-Record
                 WRITE ARCAUDT-Record
              WHEN WS-Cur-Dispos
                 MOVE DISPOS-Record TO ARCDISP-Record
                 WRITE ARCDISP-Record
              WHEN WS-Cur-EmpHist
      *          The live area already holds the next record.
                 MOVE WS-Held-Hist-Record TO ARCHIST-Record
                 WRITE ARCHIST-Record
           END-EVALUATE.
           IF WS-Arc-Status-OK
              SET WS-Write-OK TO TRUE
           ELSE
              PERFORM 8900-Note-Write-Error
              IF WS-Write-Error-Cnt = 1
                 DISPLAY "*** ERROR *** WRITE to " WS-Arc-File-Name
                         " failed (status=" WS-Arc-Status ")."
              END-IF
           END-IF.

       8220-Close-Archive.
           EVALUATE TRUE
              WHEN WS-Cur-Runhist
                 CLOSE ARCRUNH
              WHEN WS-Cur-EmpAudit
                 CLOSE ARCAUDT
              WHEN WS-Cur-Dispos
                 CLOSE ARCDISP
              WHEN WS-Cur-EmpHist
                 CLOSE ARCHIST
           END-EVALUATE.

       8300-Open-Archive-Input.
           MOVE "N" TO WS-Arc-EOF-Flag.
           EVALUATE TRUE
              WHEN WS-Cur-Runhist
                 OPEN INPUT ARCRUNH
              WHEN WS-Cur-EmpAudit
                 OPEN INPUT ARCAUDT
              WHEN WS-Cur-Dispos
                 OPEN INPUT ARCDISP
              WHEN WS-Cur-EmpHist
                 OPEN INPUT ARCHIST
           END-EVALUATE.
           IF NOT WS-Arc-Status-OK
              SET WS-Arc-At-End TO TRUE
              DISPLAY "*** ERROR *** Could not re-open "
                      WS-Arc-File-Name " (status=" WS-Arc-Status
                      ")."
           END-IF.

       8310-Read-Archive.
           IF NOT WS-Arc-At-End
              EVALUATE TRUE
                 WHEN WS-Cur-Runhist
                    READ ARCRUNH
                       AT END
                          SET WS-Arc-At-End TO TRUE
                       NOT AT END
                          MOVE ARCRUNH-Run-Date TO WS-Rec-Date
                    END-READ
                 WHEN WS-Cur-EmpAudit
                    READ ARCAUDT
                       AT END
                          SET WS-Arc-At-End TO TRUE
                       NOT AT END
                          MOVE ARCAUDT-Run-Date TO WS-Rec-Date
                    END-READ
                 WHEN WS-Cur-Dispos
                    READ ARCDISP
                       AT END
                          SET WS-Arc-At-End TO TRUE
                       NOT AT END
                          MOVE ARCDISP-Run-Date TO WS-Rec-Date
                    END-READ
                 WHEN WS-Cur-EmpHist
                    READ ARCHIST
                       AT END
                          SET WS-Arc-At-End TO TRUE
                       NOT AT END
                          MOVE ARCHIST-Eff-Date TO WS-Rec-Date
                    END-READ
              END-EVALUATE
           END-IF.

       8400-Open-Live-Output.
      *    Sequential files only - EMPHIST is purged by key.
           EVALUATE TRUE
              WHEN WS-Cur-Runhist
                 OPEN OUTPUT RUNHIST
              WHEN WS-Cur-EmpAudit
                 OPEN OUTPUT EMPAUDIT
              WHEN WS-Cur-Dispos
                 OPEN OUTPUT DISPOS
           END-EVALUATE.
      *    The caller fails the purge; the entry stays at V.
           IF NOT WS-Live-Status-OK
              DISPLAY "*** ERROR *** Could not rebuild "
                      WS-Live-File-Name " (status=" WS-Live-Status
                      ") - archive " WS-Archive-Name " left "
                      "pending; if the file is now empty, restore it "
                      "from " WS-Keep-Name "."
           END-IF.

       8410-Write-Archive-To-Live.
           EVALUATE TRUE
              WHEN WS-Cur-Runhist
                 MOVE ARCRUNH-Record TO RUNHIST-Record
                 WRITE RUNHIST-Record
              WHEN WS-Cur-EmpAudit
                 MOVE ARCAUDT-Record TO EMPAUDIT-Record
                 WRITE EMPAUDIT-Record
              WHEN WS-Cur-Dispos
                 MOVE ARCDISP-Record TO DISPOS-Record
                 WRITE DISPOS-Record
           END-EVALUATE.
           IF WS-Live-Status-OK
              SET WS-Write-OK TO TRUE
           ELSE
              PERFORM 8900-Note-Write-Error
              IF WS-Write-Error-Cnt = 1
                 DISPLAY "*** ERROR *** WRITE to " WS-Live-File-Name
                         " failed (status=" WS-Live-Status ")."
              END-IF
           END-IF.

       8900-Note-Write-Error.
      *    The caller's count comes up short and fails the step, so
      *    only the first failure on a file is displayed.
           SET WS-Write-Failed TO TRUE.
           ADD +1 TO WS-Write-Error-Cnt.
