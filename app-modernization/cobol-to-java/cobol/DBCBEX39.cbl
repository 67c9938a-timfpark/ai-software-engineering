      **********************************************************
      * Program name:    DBCBEX39
      * Original author: David Stagowski
      *
      *    Description: Cross-file consistency audit of EMPMAST
      *    against the EMPHIST and EMPAUDIT journals.
      *
      *    Three files now describe the same employee: EMPMAST (the
      *    current record, DBCBEX18), EMPHIST (the movement journal,
      *    DBCBEX24) and EMPAUDIT (DBCBEX18's before/after images).
      *    Nothing proved they agree, and every history answer
      *    given to the auditors assumes they do. This program:
      *
      *       - replays each employee's EMPHIST records oldest first
      *         to the state the journal says they are in now -
      *         employed or a leaver, with the last name, first name
      *         and department the journal last recorded (a LEAVER
      *         keeps the values it left with);
      *       - compares that state with EMPMAST, one balanced-line
      *         pass over the two keyed files in EMPNO order (the
      *         DBCBEX33 replay);
      *       - checks that the last EMPAUDIT after-image for each
      *         EMPNO is EMPMAST's record byte for byte. EMPAUDIT is
      *         in journal order, so the last image per EMPNO is
      *         kept in a table first - the purged EMPAUDIT archives
      *         on the ARCCAT catalog are read before the live
      *         journal, oldest first, so an employee untouched
      *         since DBCBEX40 last purged still has an image. A
      *         blank after-image (a DBCBEX34 UNINSERT) means there
      *         should be no record.
      *
      *    CONSRPT lists one line per finding, journal or audit
      *    side against master side:
      *
      *       NO-HISTORY     - on EMPMAST, never in EMPHIST
      *       NO-MASTER      - employed per EMPHIST, not on EMPMAST
      *       LEAVER-ACTIVE  - a leaver per EMPHIST, active on
      *                        EMPMAST
      *       INACTIVE-MAST  - employed per EMPHIST, inactive on
      *                        EMPMAST
      *       DEPT-MISMATCH  - departments differ
      *       NAME-MISMATCH  - last or first names differ
      *       AUDIT-MISMATCH - last after-image is not the master
      *                        record (the first differing byte is
      *                        shown)
      *
      *    and the footer carries the count per class. EMPMAST
      *    records with no image on the live journal or any purged
      *    archive predate the audit journal and are counted, not
      *    flagged. Any finding ends the run RC=4. Nothing is
      *    updated.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - proof that the master
      *                          and both journals still agree.
      * 2026-10-15 dastagg       Read the purged EMPAUDIT archives
      *                          too - a purge left stable masters
      *                          with no audit image.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX39.

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

           SELECT EMPHIST
           ASSIGN TO EMPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPHIST-Key
           FILE STATUS IS WS-EmpHist-Status.

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

           SELECT CONSRPT
           ASSIGN TO CONSRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ConsRpt-Status.

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

      *    Same record DBCBEX18 writes.
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

       FD  CONSRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Cons-Print-Line             PIC X(131).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EmpMast==.
           COPY WSFST REPLACING ==:tag:== BY ==EmpHist==.
           COPY WSFST REPLACING ==:tag:== BY ==EmpAudit==.
           COPY WSFST REPLACING ==:tag:== BY ==ArcCat==.
           COPY WSFST REPLACING ==:tag:== BY ==ConsRpt==.

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

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

      *    The last EMPAUDIT record per EMPNO - a later record for
      *    the same employee overwrites the entry. Sized for the
      *    whole employee population; an overflow refuses the run
      *    rather than auditing part of it.
       78  WS-Audit-Table-Max-Entries  VALUE 10000.

       01  WS-Audit-Table.
           12 WS-Audit-Table-Cnt      PIC 9(5) COMP VALUE ZEROES.
           12 WS-Audit-Table-Max      PIC 9(5) COMP
                                    VALUE WS-Audit-Table-Max-Entries.
           12 WS-Audit-Entry          OCCURS 1 TO
                                    WS-Audit-Table-Max-Entries TIMES
                                    DEPENDING ON WS-Audit-Table-Cnt
                                    INDEXED BY WS-Audit-Idx.
              16 WS-AT-Emp-Number        PIC X(06).
              16 WS-AT-Run-Date          PIC 9(08).
              16 WS-AT-Run-Time          PIC 9(06).
              16 WS-AT-After-Image       PIC X(52).
              16 WS-AT-Matched-Flag      PIC X(01).
                 88 WS-AT-Is-Matched        VALUE "Y".

       01  WS-Merge-Keys.
           12 WS-Mast-Key             PIC X(06) VALUE LOW-VALUES.
           12 WS-Hist-Key             PIC X(06) VALUE LOW-VALUES.
           12 WS-Cur-Emp-Number       PIC X(06) VALUE SPACES.

      *    The employee's state per the journal after the replay.
       01  WS-Journal-State.
           12 WS-JS-Found-Flag        PIC X(01) VALUE "N".
              88 WS-JS-Has-History       VALUE "Y".
           12 WS-JS-Employed-Flag     PIC X(01) VALUE "N".
              88 WS-JS-Is-Employed       VALUE "Y".
           12 WS-JS-First-Name        PIC X(12) VALUE SPACES.
           12 WS-JS-Last-Name         PIC X(15) VALUE SPACES.
           12 WS-JS-Work-Dept         PIC X(03) VALUE SPACES.

      *    An audit image unpacked - the layout is EMPMAST's record.
       01  WS-Image-Fields.
           12 WS-Img-Emp-Number       PIC X(06).
           12 WS-Img-First-Name       PIC X(12).
           12 WS-Img-Middle-Init      PIC X(01).
           12 WS-Img-Last-Name        PIC X(15).
           12 WS-Img-Work-Dept        PIC X(03).
           12 WS-Img-Active-Flag      PIC X(01).
           12 WS-Img-Upd-Date         PIC 9(08).
           12 WS-Img-Upd-Time         PIC 9(06).
       01  WS-Image-Record REDEFINES WS-Image-Fields
                                      PIC X(52).

      *    The master record being compared - spaces when the
      *    employee has none. A copy, because EMPMAST's own record
      *    area already holds the next master read ahead.
       01  WS-Master-Fields.
           12 WS-Mst-Emp-Number       PIC X(06).
           12 WS-Mst-First-Name       PIC X(12).
           12 WS-Mst-Middle-Init      PIC X(01).
           12 WS-Mst-Last-Name        PIC X(15).
           12 WS-Mst-Work-Dept        PIC X(03).
           12 WS-Mst-Active-Flag      PIC X(01).
              88 WS-Mst-Is-Active        VALUE "A".
           12 WS-Mst-Upd-Date         PIC 9(08).
           12 WS-Mst-Upd-Time         PIC 9(06).
       01  WS-Master-Record REDEFINES WS-Master-Fields
                                      PIC X(52).

       01  WS-Compare-Fields.
           12 WS-Mast-Present-Flag    PIC X(01) VALUE "N".
              88 WS-Mast-Is-Present      VALUE "Y".
           12 WS-Byte-Sub             PIC 9(3) COMP VALUE ZEROES.
           12 WS-Diff-Byte            PIC 9(3) VALUE ZEROES.

       01  WS-Audit-Counters.
           12 WS-Master-Cnt           PIC 9(9) COMP VALUE ZEROES.
           12 WS-Journal-Read-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Audit-Read-Cnt       PIC 9(9) COMP VALUE ZEROES.
           12 WS-Archive-Read-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-No-Audit-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-No-History-Cnt       PIC 9(9) COMP VALUE ZEROES.
           12 WS-No-Master-Cnt        PIC 9(9) COMP VALUE ZEROES.
           12 WS-Leaver-Active-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Inactive-Mast-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Dept-Mismatch-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Name-Mismatch-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Audit-Mismatch-Cnt   PIC 9(9) COMP VALUE ZEROES.
           12 WS-Finding-Cnt          PIC 9(9) COMP VALUE ZEROES.

       01  CS-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 CS-HDR-DATE.
              15 CS-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 CS-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 CS-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(050)
              VALUE "EMPMAST / EMPHIST / EMPAUDIT Consistency Audit".

       01  CS-Column-Header1.
           12 FILLER   PIC X(022) VALUE SPACES.
           12 FILLER   PIC X(038) VALUE
              "------ Journal / audit image -------".
           12 FILLER   PIC X(038) VALUE
              "------------- EMPMAST --------------".

       01  CS-Column-Header2.
           12 FILLER   PIC X(015) VALUE "Class".
           12 FILLER   PIC X(007) VALUE "Number".
           12 FILLER   PIC X(016) VALUE "Last Name".
           12 FILLER   PIC X(013) VALUE "First Name".
           12 FILLER   PIC X(004) VALUE "Dpt".
           12 FILLER   PIC X(005) VALUE "St".
           12 FILLER   PIC X(016) VALUE "Last Name".
           12 FILLER   PIC X(013) VALUE "First Name".
           12 FILLER   PIC X(004) VALUE "Dpt".
           12 FILLER   PIC X(005) VALUE "St".
           12 FILLER   PIC X(004) VALUE "Note".

       01  CS-Detail-Line.
           12 CS-DL-Class         PIC X(14).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CS-DL-Emp-Number    PIC X(06).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CS-DL-Jrn-Last-Name PIC X(15).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CS-DL-Jrn-First-Name PIC X(12).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CS-DL-Jrn-Dept      PIC X(03).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CS-DL-Jrn-Status    PIC X(01).
           12 FILLER              PIC X(003) VALUE SPACES.
           12 CS-DL-Mst-Last-Name PIC X(15).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CS-DL-Mst-First-Name PIC X(12).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CS-DL-Mst-Dept      PIC X(03).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CS-DL-Mst-Status    PIC X(01).
           12 FILLER              PIC X(003) VALUE SPACES.
           12 CS-DL-Note          PIC X(034).

       01  CS-Audit-Note.
           12 FILLER              PIC X(006) VALUE "audit ".
           12 CS-AN-Run-Date      PIC 9(08).
           12 FILLER              PIC X(001) VALUE "-".
           12 CS-AN-Run-Time      PIC 9(06).
           12 FILLER              PIC X(006) VALUE " byte ".
           12 CS-AN-Byte          PIC ZZ9.

       01  CS-Footer-Line.
           12 CS-FT-Label         PIC X(026).
           12 FILLER              PIC X(002) VALUE ": ".
           12 CS-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX39 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
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
           PERFORM 1100-Load-Last-Images.
           OPEN OUTPUT CONSRPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Year  TO CS-HDR-YY.
           MOVE CDT-Month TO CS-HDR-MM.
           MOVE CDT-Day   TO CS-HDR-DD.
           WRITE Cons-Print-Line FROM CS-Page-Header
              AFTER ADVANCING PAGE.
           WRITE Cons-Print-Line FROM CS-Column-Header1
              AFTER ADVANCING 2 LINES.
           WRITE Cons-Print-Line FROM CS-Column-Header2
              AFTER ADVANCING 1 LINES.

       1100-Load-Last-Images.
      *    Archives first, oldest first, then the live journal - a
      *    later image still overwrites an earlier one.
           PERFORM 1130-Load-Archive-Table.
           PERFORM 1160-Load-Archive-Images
              VARYING WS-Arc-Idx FROM 1 BY 1
                 UNTIL WS-Arc-Idx > WS-Arc-Table-Cnt.
           MOVE "EMPAUDIT" TO WS-EmpAudit-File-Name.
           OPEN INPUT EMPAUDIT.
           IF NOT WS-EmpAudit-Status-OK
              DISPLAY "*** ERROR *** Could not open audit journal "
                      "EMPAUDIT (status=" WS-EmpAudit-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1110-Read-Audit-Record.
           PERFORM 1120-Keep-Last-Image
              UNTIL WS-EmpAudit-Status-EOF.
           CLOSE EMPAUDIT.

       1110-Read-Audit-Record.
           READ EMPAUDIT
              NOT AT END
                 ADD +1 TO WS-Audit-Read-Cnt
           END-READ.

       1120-Keep-Last-Image.
           SET WS-Audit-Idx TO 1.
           SEARCH WS-Audit-Entry
              AT END
                 IF WS-Audit-Table-Cnt < WS-Audit-Table-Max
                    ADD +1 TO WS-Audit-Table-Cnt
                    SET WS-Audit-Idx TO WS-Audit-Table-Cnt
                    MOVE AUD-Emp-Number
                                  TO WS-AT-Emp-Number (WS-Audit-Idx)
                    MOVE "N"      TO WS-AT-Matched-Flag (WS-Audit-Idx)
                 ELSE
                    DISPLAY "*** ERROR *** EMPAUDIT names more than "
                            WS-Audit-Table-Max " employees - EMPNO "
                            AUD-Emp-Number " cannot be held. Exiting."
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
              WHEN WS-AT-Emp-Number (WS-Audit-Idx) = AUD-Emp-Number
                 CONTINUE
           END-SEARCH.
           MOVE AUD-Run-Date    TO WS-AT-Run-Date (WS-Audit-Idx).
           MOVE AUD-Run-Time    TO WS-AT-Run-Time (WS-Audit-Idx).
           MOVE AUD-After-Image TO WS-AT-After-Image (WS-Audit-Idx).
           PERFORM 1110-Read-Audit-Record.

       1130-Load-Archive-Table.
      *    No catalog just means nothing has been archived yet.
           OPEN INPUT ARCCAT.
           IF WS-ArcCat-Status-OK
              PERFORM 1140-Read-Catalog-Record
              PERFORM 1150-Load-Archive-Entry
                 UNTIL WS-ArcCat-Status-EOF
              CLOSE ARCCAT
           ELSE
              DISPLAY "*** NOTE *** No ARCCAT catalog found "
                      "(status=" WS-ArcCat-Status ") - reading the "
                      "live EMPAUDIT only."
           END-IF.

       1140-Read-Catalog-Record.
           READ ARCCAT
           END-READ.

       1150-Load-Archive-Entry.
           IF AC-File-Type = "EMPAUDIT"
              AND AC-Source-Name = "EMPAUDIT"
              AND AC-Purged
              IF WS-Arc-Table-Cnt < WS-Arc-Table-Max
                 ADD +1 TO WS-Arc-Table-Cnt
                 SET WS-Arc-Idx TO WS-Arc-Table-Cnt
                 MOVE AC-Archive-Name TO WS-Arc-Name (WS-Arc-Idx)
              ELSE
                 DISPLAY "*** ERROR *** More than " WS-Arc-Table-Max
                         " EMPAUDIT archives catalogued. Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           PERFORM 1140-Read-Catalog-Record.

       1160-Load-Archive-Images.
           MOVE WS-Arc-Name (WS-Arc-Idx) TO WS-EmpAudit-File-Name.
           OPEN INPUT EMPAUDIT.
           IF NOT WS-EmpAudit-Status-OK
              DISPLAY "*** ERROR *** Could not open catalogued "
                      "archive " WS-EmpAudit-File-Name " (status="
                      WS-EmpAudit-Status ") - restore it or its "
                      "employees' last images are missed. Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Archive-Read-Cnt.
           PERFORM 1110-Read-Audit-Record.
           PERFORM 1120-Keep-Last-Image
              UNTIL WS-EmpAudit-Status-EOF.
           CLOSE EMPAUDIT.

       2000-Process.
           MOVE LOW-VALUES TO EMPMAST-Emp-Number.
           START EMPMAST KEY >= EMPMAST-Emp-Number
              INVALID KEY
                 MOVE HIGH-VALUES TO WS-Mast-Key
              NOT INVALID KEY
                 PERFORM 2010-Read-Master-Next
           END-START.
           MOVE LOW-VALUES TO EMPHIST-Key.
           START EMPHIST KEY >= EMPHIST-Key
              INVALID KEY
                 MOVE HIGH-VALUES TO WS-Hist-Key
              NOT INVALID KEY
                 PERFORM 2020-Read-Journal-Next
           END-START.
           PERFORM 2100-Audit-One-Employee
              UNTIL WS-Mast-Key = HIGH-VALUES
                AND WS-Hist-Key = HIGH-VALUES.
           PERFORM 2600-Check-Unmatched-Image
              VARYING WS-Audit-Idx FROM 1 BY 1
                 UNTIL WS-Audit-Idx > WS-Audit-Table-Cnt.

       2010-Read-Master-Next.
           READ EMPMAST NEXT
              AT END
                 MOVE HIGH-VALUES TO WS-Mast-Key
              NOT AT END
                 ADD +1 TO WS-Master-Cnt
                 MOVE EMPMAST-Emp-Number TO WS-Mast-Key
           END-READ.

       2020-Read-Journal-Next.
           READ EMPHIST NEXT
              AT END
                 MOVE HIGH-VALUES TO WS-Hist-Key
              NOT AT END
                 ADD +1 TO WS-Journal-Read-Cnt
                 MOVE EMPHIST-Emp-Number TO WS-Hist-Key
           END-READ.

       2100-Audit-One-Employee.
           IF WS-Mast-Key < WS-Hist-Key
              MOVE WS-Mast-Key TO WS-Cur-Emp-Number
           ELSE
              MOVE WS-Hist-Key TO WS-Cur-Emp-Number
           END-IF.
           MOVE "N"    TO WS-JS-Found-Flag.
           MOVE "N"    TO WS-JS-Employed-Flag.
           MOVE SPACES TO WS-JS-First-Name
                          WS-JS-Last-Name
                          WS-JS-Work-Dept.
           PERFORM 2200-Replay-Journal-Row
              UNTIL WS-Hist-Key NOT = WS-Cur-Emp-Number.
           IF WS-Mast-Key = WS-Cur-Emp-Number
              SET WS-Mast-Is-Present TO TRUE
              MOVE EMPMAST-Record TO WS-Master-Record
           ELSE
              MOVE "N" TO WS-Mast-Present-Flag
              MOVE SPACES TO WS-Master-Record
           END-IF.
           PERFORM 2300-Compare-With-Master.
           IF WS-Mast-Is-Present
              PERFORM 2400-Check-Last-Image
              PERFORM 2010-Read-Master-Next
           END-IF.

       2200-Replay-Journal-Row.
      *    The after side is the new state - except a LEAVER's,
      *    which is blank; the leaver keeps the name and department
      *    they left with.
           SET WS-JS-Has-History TO TRUE.
           IF EMPHIST-Change-Type = "LEAVER"
              MOVE "N" TO WS-JS-Employed-Flag
              MOVE EMPHIST-Before-First-Name TO WS-JS-First-Name
              MOVE EMPHIST-Before-Last-Name  TO WS-JS-Last-Name
              MOVE EMPHIST-Before-Work-Dept  TO WS-JS-Work-Dept
           ELSE
              SET WS-JS-Is-Employed TO TRUE
              MOVE EMPHIST-After-First-Name  TO WS-JS-First-Name
              MOVE EMPHIST-After-Last-Name   TO WS-JS-Last-Name
              MOVE EMPHIST-After-Work-Dept   TO WS-JS-Work-Dept
           END-IF.
           PERFORM 2020-Read-Journal-Next.

       2300-Compare-With-Master.
           EVALUATE TRUE
              WHEN NOT WS-JS-Has-History
                 ADD +1 TO WS-No-History-Cnt
                 MOVE "NO-HISTORY" TO CS-DL-Class
                 MOVE SPACES TO CS-DL-Note
                 PERFORM 2500-Write-Finding
              WHEN NOT WS-Mast-Is-Present
      *          A leaver with no master record is not a finding -
      *          the journal and the master agree they are gone.
                 IF WS-JS-Is-Employed
                    ADD +1 TO WS-No-Master-Cnt
                    MOVE "NO-MASTER" TO CS-DL-Class
                    MOVE SPACES TO CS-DL-Note
                    PERFORM 2500-Write-Finding
                 END-IF
              WHEN OTHER
                 PERFORM 2310-Compare-State
           END-EVALUATE.

       2310-Compare-State.
           IF NOT WS-JS-Is-Employed
              AND WS-Mst-Is-Active
              ADD +1 TO WS-Leaver-Active-Cnt
              MOVE "LEAVER-ACTIVE" TO CS-DL-Class
              MOVE SPACES TO CS-DL-Note
              PERFORM 2500-Write-Finding
           END-IF.
           IF WS-JS-Is-Employed
              AND NOT WS-Mst-Is-Active
              ADD +1 TO WS-Inactive-Mast-Cnt
              MOVE "INACTIVE-MAST" TO CS-DL-Class
              MOVE SPACES TO CS-DL-Note
              PERFORM 2500-Write-Finding
           END-IF.
           IF WS-JS-Work-Dept NOT = WS-Mst-Work-Dept
              ADD +1 TO WS-Dept-Mismatch-Cnt
              MOVE "DEPT-MISMATCH" TO CS-DL-Class
              MOVE SPACES TO CS-DL-Note
              PERFORM 2500-Write-Finding
           END-IF.
           IF WS-JS-Last-Name NOT = WS-Mst-Last-Name
              OR WS-JS-First-Name NOT = WS-Mst-First-Name
              ADD +1 TO WS-Name-Mismatch-Cnt
              MOVE "NAME-MISMATCH" TO CS-DL-Class
              MOVE SPACES TO CS-DL-Note
              PERFORM 2500-Write-Finding
           END-IF.

       2400-Check-Last-Image.
           SET WS-Audit-Idx TO 1.
           SEARCH WS-Audit-Entry
              AT END
                 ADD +1 TO WS-No-Audit-Cnt
              WHEN WS-AT-Emp-Number (WS-Audit-Idx) = WS-Mst-Emp-Number
                 SET WS-AT-Is-Matched (WS-Audit-Idx) TO TRUE
                 IF WS-AT-After-Image (WS-Audit-Idx)
                    NOT = WS-Master-Record
                    PERFORM 2410-Report-Image-Mismatch
                 END-IF
           END-SEARCH.

       2410-Report-Image-Mismatch.
           MOVE ZERO TO WS-Diff-Byte.
           PERFORM 2420-Compare-Image-Byte
              VARYING WS-Byte-Sub FROM 1 BY 1
                 UNTIL WS-Byte-Sub > 52
                    OR WS-Diff-Byte > ZERO.
           ADD +1 TO WS-Audit-Mismatch-Cnt.
           MOVE "AUDIT-MISMATCH" TO CS-DL-Class.
           MOVE WS-AT-Run-Date (WS-Audit-Idx) TO CS-AN-Run-Date.
           MOVE WS-AT-Run-Time (WS-Audit-Idx) TO CS-AN-Run-Time.
           MOVE WS-Diff-Byte TO CS-AN-Byte.
           MOVE CS-Audit-Note TO CS-DL-Note.
           PERFORM 2510-Write-Image-Finding.

       2420-Compare-Image-Byte.
           IF WS-AT-After-Image (WS-Audit-Idx) (WS-Byte-Sub:1)
              NOT = WS-Master-Record (WS-Byte-Sub:1)
              MOVE WS-Byte-Sub TO WS-Diff-Byte
           END-IF.

       2500-Write-Finding.
      *    Journal state on the left, master on the right.
           ADD +1 TO WS-Finding-Cnt.
           MOVE WS-Cur-Emp-Number  TO CS-DL-Emp-Number.
           MOVE WS-JS-Last-Name    TO CS-DL-Jrn-Last-Name.
           MOVE WS-JS-First-Name   TO CS-DL-Jrn-First-Name.
           MOVE WS-JS-Work-Dept    TO CS-DL-Jrn-Dept.
           EVALUATE TRUE
              WHEN NOT WS-JS-Has-History
                 MOVE SPACES TO CS-DL-Jrn-Status
              WHEN WS-JS-Is-Employed
                 MOVE "A" TO CS-DL-Jrn-Status
              WHEN OTHER
                 MOVE "I" TO CS-DL-Jrn-Status
           END-EVALUATE.
           PERFORM 2520-Move-Master-Side.
           WRITE Cons-Print-Line FROM CS-Detail-Line
              AFTER ADVANCING 1 LINES.

       2510-Write-Image-Finding.
      *    Audit after-image on the left, master on the right.
           ADD +1 TO WS-Finding-Cnt.
           MOVE WS-AT-Emp-Number (WS-Audit-Idx) TO CS-DL-Emp-Number.
           MOVE WS-AT-After-Image (WS-Audit-Idx) TO WS-Image-Record.
           MOVE WS-Img-Last-Name   TO CS-DL-Jrn-Last-Name.
           MOVE WS-Img-First-Name  TO CS-DL-Jrn-First-Name.
           MOVE WS-Img-Work-Dept   TO CS-DL-Jrn-Dept.
           MOVE WS-Img-Active-Flag TO CS-DL-Jrn-Status.
           PERFORM 2520-Move-Master-Side.
           WRITE Cons-Print-Line FROM CS-Detail-Line
              AFTER ADVANCING 1 LINES.

       2520-Move-Master-Side.
           MOVE WS-Mst-Last-Name    TO CS-DL-Mst-Last-Name.
           MOVE WS-Mst-First-Name   TO CS-DL-Mst-First-Name.
           MOVE WS-Mst-Work-Dept    TO CS-DL-Mst-Dept.
           MOVE WS-Mst-Active-Flag  TO CS-DL-Mst-Status.

       2600-Check-Unmatched-Image.
      *    An image for an EMPNO with no master record is only right
      *    when it is blank - the employee's last audit event took
      *    the record away.
           IF NOT WS-AT-Is-Matched (WS-Audit-Idx)
              AND WS-AT-After-Image (WS-Audit-Idx) NOT = SPACES
              MOVE SPACES TO WS-Master-Record
              MOVE 1 TO WS-Diff-Byte
              ADD +1 TO WS-Audit-Mismatch-Cnt
              MOVE "AUDIT-MISMATCH" TO CS-DL-Class
              MOVE WS-AT-Run-Date (WS-Audit-Idx) TO CS-AN-Run-Date
              MOVE WS-AT-Run-Time (WS-Audit-Idx) TO CS-AN-Run-Time
              MOVE WS-Diff-Byte TO CS-AN-Byte
              MOVE CS-Audit-Note TO CS-DL-Note
              PERFORM 2510-Write-Image-Finding
           END-IF.

       3000-End-Job.
           MOVE "Master records"             TO CS-FT-Label.
           MOVE WS-Master-Cnt                TO CS-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "Journal records replayed"   TO CS-FT-Label.
           MOVE WS-Journal-Read-Cnt          TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Audit records read"         TO CS-FT-Label.
           MOVE WS-Audit-Read-Cnt            TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Audit archives read"        TO CS-FT-Label.
           MOVE WS-Archive-Read-Cnt          TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Masters with no audit"      TO CS-FT-Label.
           MOVE WS-No-Audit-Cnt              TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "NO-HISTORY"                 TO CS-FT-Label.
           MOVE WS-No-History-Cnt            TO CS-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "NO-MASTER"                  TO CS-FT-Label.
           MOVE WS-No-Master-Cnt             TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "LEAVER-ACTIVE"              TO CS-FT-Label.
           MOVE WS-Leaver-Active-Cnt         TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "INACTIVE-MAST"              TO CS-FT-Label.
           MOVE WS-Inactive-Mast-Cnt         TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "DEPT-MISMATCH"              TO CS-FT-Label.
           MOVE WS-Dept-Mismatch-Cnt         TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "NAME-MISMATCH"              TO CS-FT-Label.
           MOVE WS-Name-Mismatch-Cnt         TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "AUDIT-MISMATCH"             TO CS-FT-Label.
           MOVE WS-Audit-Mismatch-Cnt        TO CS-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Total findings"             TO CS-FT-Label.
           MOVE WS-Finding-Cnt               TO CS-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           CLOSE EMPMAST.
           CLOSE EMPHIST.
           CLOSE CONSRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "Master records:      " WS-Master-Cnt.
           DISPLAY "Journal records:     " WS-Journal-Read-Cnt.
           DISPLAY "Audit records:       " WS-Audit-Read-Cnt.
           DISPLAY "Audit archives:      " WS-Archive-Read-Cnt.
           DISPLAY "NO-HISTORY:          " WS-No-History-Cnt.
           DISPLAY "NO-MASTER:           " WS-No-Master-Cnt.
           DISPLAY "LEAVER-ACTIVE:       " WS-Leaver-Active-Cnt.
           DISPLAY "INACTIVE-MAST:       " WS-Inactive-Mast-Cnt.
           DISPLAY "DEPT-MISMATCH:       " WS-Dept-Mismatch-Cnt.
           DISPLAY "NAME-MISMATCH:       " WS-Name-Mismatch-Cnt.
           DISPLAY "AUDIT-MISMATCH:      " WS-Audit-Mismatch-Cnt.
           IF WS-Finding-Cnt > ZERO
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-Write-Footer-Line.
           WRITE Cons-Print-Line FROM CS-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Cons-Print-Line FROM CS-Footer-Line
              AFTER ADVANCING 1 LINES.
