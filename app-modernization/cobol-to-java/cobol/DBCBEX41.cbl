      **********************************************************
      * Program name:    DBCBEX41
      * Original author: David Stagowski
      *
      *    Description: Weekly de-identified population extract for
      *    the benefits vendor, with the TOKNXREF token
      *    cross-reference.
      *
      *    Compliance will not let EMPEXTR or EMPMAST leave the
      *    building with real employee numbers and names. This
      *    program reads EMPMAST in EMPNO order and writes BENEXTR,
      *    one row per employee, active or not, sorted into token
      *    order so the file's order gives nothing away:
      *
      *       DTL,tttttttttt,iii,ddd,a,yyyymmdd
      *
      *          tttttttttt - the employee's token, never the EMPNO
      *          iii        - first, middle and last initials only
      *          ddd        - department
      *          a          - EMPMAST active flag
      *          yyyymmdd   - hire date from EMP's HIREDATE, blank
      *                       for an employee no longer on EMP
      *
      *    between a header record (run date and time) and a
      *    trailer record the vendor balances against (row count,
      *    active count, inactive count), at fixed offsets in the
      *    same 60-byte comma-separated style as EMPEXTR's labels.
      *
      *    TOKNXREF is the only place an EMPNO and its token meet.
      *    It is a keyed file on EMPNO that this program and the
      *    DBCBEX42 service-desk lookup alone read; it stays
      *    internal. A token, once issued, is kept for good - the
      *    same employee gets the same token every week, a leaver's
      *    token is never deleted, and a new hire gets the next
      *    issue number from the high-water record, which is
      *    rewritten before the new token is, so no token is ever
      *    issued twice even across an abend. The high-water record
      *    is keyed LOW-VALUES, ahead of every EMPNO. The token
      *    number is not the issue number itself but the issue
      *    number times WS-Token-Multiplier, modulo 100,000,000 -
      *    one-to-one, because the multiplier has no factor of 2 or
      *    5, but no longer a count the vendor could read hiring
      *    order (and so EMPNO order) from. Changing the multiplier
      *    would reissue every token; it must never change.
      *
      *    HIREDATE comes from the EMP table through the DB8-C1
      *    cursor, merged against EMPMAST by EMPNO. EMP rows with no
      *    EMPMAST record are counted and left out - the extract is
      *    EMPMAST's population. An active EMPMAST record with no
      *    EMP row is a warning (RC 4).
      *
      *    The PARM carries the PROD/TEST/UAT indicator. BENRPT is
      *    the control report - counts only, no identities.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - the benefits vendor
      *                          wanted a weekly population file
      *                          without real EMPNOs or names.
      * 2026-10-15 dastagg       Scramble the token number and send
      *                          the rows in token order - a plain
      *                          counter in EMPNO order let the
      *                          vendor work back to EMPNOs.
      * 2026-10-15 dastagg       Stop the sort on a FETCH or token
      *                          failure instead of a GOBACK from
      *                          inside its input procedure.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX41.

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

           SELECT TOKNXREF
           ASSIGN TO TOKNXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-Emp-Number
           FILE STATUS IS WS-ToknXref-Status.

           SELECT BENEXTR
           ASSIGN TO BENEXTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BenExtr-Status.

           SELECT BENRPT
           ASSIGN TO BENRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BenRpt-Status.

           SELECT BENSORT
           ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
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

      *    One record per EMPNO ever extracted, plus the high-water
      *    record. DBCBEX42 carries the same layout.
       FD  TOKNXREF.
       01  TOKNXREF-Record.
           12 TX-Emp-Number            PIC X(06).
           12 TX-Token.
              16 TX-Token-Prefix       PIC X(02).
              16 TX-Token-Seq          PIC 9(08).
           12 TX-Assigned-Date         PIC 9(08).
           12 TX-Last-Sent-Date        PIC 9(08).
           12 TX-Issue-Seq             PIC 9(08).
       01  TOKNXREF-Control-Record.
           12 TXC-Key                  PIC X(06).
           12 TXC-Last-Issue-Seq       PIC 9(08).
           12 FILLER                   PIC X(26).

       FD  BENEXTR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BENEXTR-Record        PIC X(60).

       FD  BENRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Ben-Print-Line              PIC X(131).

      *    BENEXTR's DTL rows on their way into token order.
       SD  BENSORT.
       01  BENSORT-Record.
           12 FILLER                   PIC X(04).
           12 BS-Token                 PIC X(10).
           12 FILLER                   PIC X(46).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  HV-Hire-Row.
           12 HV-Emp-Number           PIC X(06).
           12 HV-Hire-Date            PIC X(10).

      *    EMPNO order, so it merges against EMPMAST.
           EXEC SQL DECLARE DB8-C1 CURSOR FOR
                    SELECT EMPNO,
                           HIREDATE
                    FROM EMP
                    ORDER BY EMPNO
           END-EXEC.

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EmpMast==.
           COPY WSFST REPLACING ==:tag:== BY ==ToknXref==.
           COPY WSFST REPLACING ==:tag:== BY ==BenExtr==.
           COPY WSFST REPLACING ==:tag:== BY ==BenRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  HV-DB-Connection-Info.
           12 HV-DB-Target            PIC X(08).
           12 HV-DB-Userid            PIC X(18).
           12 HV-DB-Password          PIC X(18).

       01  WS-Run-Stamp.
           12 WS-Run-Date             PIC 9(08) VALUE ZEROES.

       01  WS-Merge-Keys.
           12 WS-Mast-Key             PIC X(06) VALUE LOW-VALUES.
           12 WS-Emp-Key              PIC X(06) VALUE LOW-VALUES.

      *    The issue counter. 99,999,999 tokens is not a
      *    wrap-around case - running out is fatal.
       78  WS-Token-Multiplier         VALUE 61803399.

       01  WS-Token-Fields.
           12 WS-Last-Issue-Seq       PIC 9(08) VALUE ZEROES.
           12 WS-Token-Prefix         PIC X(02) VALUE "BV".

       01  WS-Switches.
           12 WS-Xref-EOF-Flag        PIC X(01) VALUE "N".
              88 WS-Xref-At-End          VALUE "Y".
           12 WS-Sort-EOF-Flag        PIC X(01) VALUE "N".
              88 WS-Sort-At-End          VALUE "Y".
           12 WS-Extract-Stop-Flag    PIC X(01) VALUE "N".
              88 WS-Extract-Stopped      VALUE "Y".

       01  WS-Hire-Date-Out.
           12 WS-Hire-YYYY            PIC X(04).
           12 WS-Hire-MM              PIC X(02).
           12 WS-Hire-DD              PIC X(02).

       01  WS-Extract-Counters.
           12 WS-Master-Cnt           PIC 9(9) COMP VALUE ZEROES.
           12 WS-Emp-Row-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Row-Cnt              PIC 9(9) COMP VALUE ZEROES.
           12 WS-Active-Cnt           PIC 9(9) COMP VALUE ZEROES.
           12 WS-Inactive-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-Token-Reused-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Token-New-Cnt        PIC 9(9) COMP VALUE ZEROES.
           12 WS-No-Hire-Date-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Active-No-Emp-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Emp-Only-Cnt         PIC 9(9) COMP VALUE ZEROES.

      *    BENEXTR's label records - comma-separated at fixed
      *    offsets, the way DBCBEX16 labels EMPEXTR.
       01  BX-Header-Record.
           12 FILLER                  PIC X(04) VALUE "HDR,".
           12 BX-HDR-Run-Date         PIC 9(08).
           12 FILLER                  PIC X(01) VALUE ",".
           12 BX-HDR-Run-Time         PIC 9(06).
           12 FILLER                  PIC X(01) VALUE ",".
           12 BX-HDR-Interface-Id     PIC X(08) VALUE "BENEFITS".

       01  BX-Detail-Record.
           12 FILLER                  PIC X(04) VALUE "DTL,".
           12 BX-DTL-Token            PIC X(10).
           12 FILLER                  PIC X(01) VALUE ",".
           12 BX-DTL-Initials.
              16 BX-DTL-First-Init    PIC X(01).
              16 BX-DTL-Middle-Init   PIC X(01).
              16 BX-DTL-Last-Init     PIC X(01).
           12 FILLER                  PIC X(01) VALUE ",".
           12 BX-DTL-Work-Dept        PIC X(03).
           12 FILLER                  PIC X(01) VALUE ",".
           12 BX-DTL-Active-Flag      PIC X(01).
           12 FILLER                  PIC X(01) VALUE ",".
           12 BX-DTL-Hire-Date        PIC X(08).

       01  BX-Trailer-Record.
           12 FILLER                  PIC X(04) VALUE "TRL,".
           12 BX-TRL-Row-Cnt          PIC 9(09).
           12 FILLER                  PIC X(01) VALUE ",".
           12 BX-TRL-Active-Cnt       PIC 9(09).
           12 FILLER                  PIC X(01) VALUE ",".
           12 BX-TRL-Inactive-Cnt     PIC 9(09).

       01  BR-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 BR-HDR-DATE.
              15 BR-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 BR-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 BR-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(040)
              VALUE "Benefits Vendor Extract Control Report".

       01  BR-Footer-Line.
           12 BR-FT-Label         PIC X(030).
           12 FILLER              PIC X(002) VALUE ": ".
           12 BR-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX41 - End of Run Messages".

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
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Date TO WS-Run-Date.
           OPEN INPUT EMPMAST.
           IF NOT WS-EmpMast-Status-OK
              DISPLAY "*** ERROR *** Could not open employee master "
                      "EMPMAST (status=" WS-EmpMast-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    Same first-run probe DBCBEX24 uses for EMPHIST.
           OPEN I-O TOKNXREF.
           IF NOT WS-ToknXref-Status-OK
              OPEN OUTPUT TOKNXREF
              IF NOT WS-ToknXref-Status-OK
                 DISPLAY "*** ERROR *** Could not open or create "
                         "token cross-reference TOKNXREF (status="
                         WS-ToknXref-Status ")."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              CLOSE TOKNXREF
              OPEN I-O TOKNXREF
           END-IF.
           PERFORM 1100-Load-Token-Control.
           PERFORM 9800-Connect-to-DB1.
           EXEC SQL OPEN DB8-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** ERROR *** Could not open the EMP cursor. "
                      "SQLCODE = " WS-SQL-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BENEXTR.
           OPEN OUTPUT BENRPT.
           MOVE CDT-Year  TO BR-HDR-YY.
           MOVE CDT-Month TO BR-HDR-MM.
           MOVE CDT-Day   TO BR-HDR-DD.
           WRITE Ben-Print-Line FROM BR-Page-Header
              AFTER ADVANCING PAGE.
           MOVE CDT-Date       TO BX-HDR-Run-Date.
           MOVE CDT-Time (1:6) TO BX-HDR-Run-Time.
           MOVE SPACES TO BENEXTR-Record.
           MOVE BX-Header-Record TO BENEXTR-Record.
           WRITE BENEXTR-Record.
           MOVE LOW-VALUES TO EMPMAST-Emp-Number.
           START EMPMAST KEY >= EMPMAST-Emp-Number
              INVALID KEY
                 MOVE HIGH-VALUES TO WS-Mast-Key
              NOT INVALID KEY
                 PERFORM 2010-Read-Master-Next
           END-START.
           PERFORM 2020-Fetch-Employee.
           IF WS-Extract-Stopped
              GOBACK
           END-IF.

       1100-Load-Token-Control.
           MOVE LOW-VALUES TO TXC-Key.
           READ TOKNXREF
              INVALID KEY
                 PERFORM 1110-Rebuild-Token-Control
              NOT INVALID KEY
                 MOVE TXC-Last-Issue-Seq TO WS-Last-Issue-Seq
           END-READ.

       1110-Rebuild-Token-Control.
      *    No high-water record: a new file, or one that lost it.
      *    Either way the next issue number must follow the highest
      *    one on file, so the file is scanned before the record is
      *    written.
           MOVE ZERO TO WS-Last-Issue-Seq.
           MOVE LOW-VALUES TO TX-Emp-Number.
           START TOKNXREF KEY > TX-Emp-Number
              INVALID KEY
                 SET WS-Xref-At-End TO TRUE
              NOT INVALID KEY
                 PERFORM 1120-Read-Xref-Next
           END-START.
           PERFORM 1130-Note-Highest-Issue
              UNTIL WS-Xref-At-End.
           IF WS-Last-Issue-Seq > ZERO
              DISPLAY "*** WARNING *** TOKNXREF had no high-water "
                      "record - rebuilt from the highest issue "
                      "number on file (" WS-Last-Issue-Seq ")."
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE LOW-VALUES        TO TXC-Key.
           MOVE WS-Last-Issue-Seq TO TXC-Last-Issue-Seq.
           MOVE SPACES            TO TOKNXREF-Control-Record (15:26).
           WRITE TOKNXREF-Control-Record
              INVALID KEY
                 DISPLAY "*** ERROR *** Could not write the TOKNXREF "
                         "high-water record (status="
                         WS-ToknXref-Status "). Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-WRITE.

       1120-Read-Xref-Next.
           READ TOKNXREF NEXT
              AT END
                 SET WS-Xref-At-End TO TRUE
           END-READ.

       1130-Note-Highest-Issue.
           IF TX-Issue-Seq > WS-Last-Issue-Seq
              MOVE TX-Issue-Seq TO WS-Last-Issue-Seq
           END-IF.
           PERFORM 1120-Read-Xref-Next.

       2000-Process.
      *    EMPNO order would let the vendor line tokens up against
      *    EMPNOs, so the rows are sorted into token order.
           SORT BENSORT
              ON ASCENDING KEY BS-Token
              INPUT PROCEDURE 2050-Release-Extract-Rows
              OUTPUT PROCEDURE 2500-Write-Sorted-Rows.
           IF SORT-RETURN NOT = ZERO
              DISPLAY "*** ERROR *** Sort of the extract rows failed "
                      "(SORT-RETURN=" SORT-RETURN "). Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2050-Release-Extract-Rows.
           PERFORM 2100-Extract-One-Employee
              UNTIL WS-Extract-Stopped
                 OR (WS-Mast-Key = HIGH-VALUES
                     AND WS-Emp-Key = HIGH-VALUES).

       2010-Read-Master-Next.
           READ EMPMAST NEXT
              AT END
                 MOVE HIGH-VALUES TO WS-Mast-Key
              NOT AT END
                 ADD +1 TO WS-Master-Cnt
                 MOVE EMPMAST-Emp-Number TO WS-Mast-Key
           END-READ.

       2020-Fetch-Employee.
           EXEC SQL FETCH DB8-C1
              INTO
                 :HV-Emp-Number,
                 :HV-Hire-Date
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD +1 TO WS-Emp-Row-Cnt
                 MOVE HV-Emp-Number TO WS-Emp-Key
              WHEN SQL-STATUS-NOT-FOUND
                 MOVE HIGH-VALUES TO WS-Emp-Key
              WHEN OTHER
      *          A file that stopped part way would tell the vendor
      *          everyone after this point has no hire date.
                 DISPLAY "*** ERROR *** FETCH failed on DB8-C1. "
                         "SQLCODE = " WS-SQL-STATUS
                 PERFORM 2090-Stop-Extract
           END-EVALUATE.

       2090-Stop-Extract.
      *    The sort's input procedure must not GOBACK - the sort is
      *    told to stop, and 2000 ends the run on its return code.
      *    1000 tests the switch itself after the first FETCH.
           MOVE 8 TO RETURN-CODE.
           MOVE 16 TO SORT-RETURN.
           SET WS-Extract-Stopped TO TRUE.

       2100-Extract-One-Employee.
           EVALUATE TRUE
              WHEN WS-Emp-Key < WS-Mast-Key
                 ADD +1 TO WS-Emp-Only-Cnt
                 PERFORM 2020-Fetch-Employee
              WHEN WS-Emp-Key = WS-Mast-Key
                 MOVE HV-Hire-Date (1:4) TO WS-Hire-YYYY
                 MOVE HV-Hire-Date (6:2) TO WS-Hire-MM
                 MOVE HV-Hire-Date (9:2) TO WS-Hire-DD
                 PERFORM 2200-Release-Extract-Row
                 IF NOT WS-Extract-Stopped
                    PERFORM 2010-Read-Master-Next
                    PERFORM 2020-Fetch-Employee
                 END-IF
              WHEN OTHER
      *          Gone from EMP - a leaver, still sent so the vendor
      *          sees the status change.
                 MOVE SPACES TO WS-Hire-Date-Out
                 ADD +1 TO WS-No-Hire-Date-Cnt
                 IF EMPMAST-Is-Active
                    ADD +1 TO WS-Active-No-Emp-Cnt
                 END-IF
                 PERFORM 2200-Release-Extract-Row
                 IF NOT WS-Extract-Stopped
                    PERFORM 2010-Read-Master-Next
                 END-IF
           END-EVALUATE.

       2200-Release-Extract-Row.
           PERFORM 2300-Resolve-Token.
           IF NOT WS-Extract-Stopped
              MOVE TX-Token                 TO BX-DTL-Token
              MOVE EMPMAST-First-Name (1:1) TO BX-DTL-First-Init
              MOVE EMPMAST-Middle-Init      TO BX-DTL-Middle-Init
              MOVE EMPMAST-Last-Name (1:1)  TO BX-DTL-Last-Init
              MOVE EMPMAST-Work-Dept        TO BX-DTL-Work-Dept
              MOVE EMPMAST-Active-Flag      TO BX-DTL-Active-Flag
              MOVE WS-Hire-Date-Out         TO BX-DTL-Hire-Date
              MOVE SPACES TO BENSORT-Record
              MOVE BX-Detail-Record TO BENSORT-Record
              RELEASE BENSORT-Record
              ADD +1 TO WS-Row-Cnt
              IF EMPMAST-Is-Active
                 ADD +1 TO WS-Active-Cnt
              ELSE
                 ADD +1 TO WS-Inactive-Cnt
              END-IF
           END-IF.

       2300-Resolve-Token.
           MOVE EMPMAST-Emp-Number TO TX-Emp-Number.
           READ TOKNXREF
              INVALID KEY
                 PERFORM 2310-Issue-New-Token
              NOT INVALID KEY
                 ADD +1 TO WS-Token-Reused-Cnt
                 MOVE WS-Run-Date TO TX-Last-Sent-Date
                 REWRITE TOKNXREF-Record
                    INVALID KEY
                       DISPLAY "*** ERROR *** REWRITE failed on "
                               "TOKNXREF (status="
                               WS-ToknXref-Status ")."
                       MOVE 8 TO RETURN-CODE
                 END-REWRITE
           END-READ.

       2310-Issue-New-Token.
      *    The high-water record moves first. An abend between the
      *    two writes wastes a number; it can never hand one out
      *    twice.
           IF WS-Last-Issue-Seq = 99999999
              DISPLAY "*** ERROR *** TOKNXREF has issued every token "
                      "number. Exiting."
              PERFORM 2090-Stop-Extract
           ELSE
              ADD +1 TO WS-Last-Issue-Seq
              MOVE LOW-VALUES        TO TXC-Key
              MOVE WS-Last-Issue-Seq TO TXC-Last-Issue-Seq
              MOVE SPACES         TO TOKNXREF-Control-Record (15:26)
              REWRITE TOKNXREF-Control-Record
                 INVALID KEY
                    DISPLAY "*** ERROR *** Could not advance the "
                            "TOKNXREF high-water record (status="
                            WS-ToknXref-Status "). Exiting."
                    PERFORM 2090-Stop-Extract
              END-REWRITE
           END-IF.
           IF NOT WS-Extract-Stopped
              MOVE EMPMAST-Emp-Number TO TX-Emp-Number
              MOVE WS-Token-Prefix    TO TX-Token-Prefix
              COMPUTE TX-Token-Seq =
                 FUNCTION MOD (WS-Last-Issue-Seq * WS-Token-Multiplier,
                               100000000)
              MOVE WS-Run-Date        TO TX-Assigned-Date
              MOVE WS-Run-Date        TO TX-Last-Sent-Date
              MOVE WS-Last-Issue-Seq  TO TX-Issue-Seq
              WRITE TOKNXREF-Record
                 INVALID KEY
                    DISPLAY "*** ERROR *** Could not record token "
                            TX-Token " in TOKNXREF (status="
                            WS-ToknXref-Status "). Exiting."
                    PERFORM 2090-Stop-Extract
                 NOT INVALID KEY
                    ADD +1 TO WS-Token-New-Cnt
              END-WRITE
           END-IF.

       2500-Write-Sorted-Rows.
           PERFORM 2510-Return-Sorted-Row.
           PERFORM 2520-Write-Sorted-Row
              UNTIL WS-Sort-At-End.

       2510-Return-Sorted-Row.
           RETURN BENSORT
              AT END
                 SET WS-Sort-At-End TO TRUE
           END-RETURN.

       2520-Write-Sorted-Row.
           MOVE BENSORT-Record TO BENEXTR-Record.
           WRITE BENEXTR-Record.
           PERFORM 2510-Return-Sorted-Row.

       3000-End-Job.
           MOVE WS-Row-Cnt      TO BX-TRL-Row-Cnt.
           MOVE WS-Active-Cnt   TO BX-TRL-Active-Cnt.
           MOVE WS-Inactive-Cnt TO BX-TRL-Inactive-Cnt.
           MOVE SPACES TO BENEXTR-Record.
           MOVE BX-Trailer-Record TO BENEXTR-Record.
           WRITE BENEXTR-Record.
           EXEC SQL CLOSE DB8-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           MOVE "EMPMAST records read"           TO BR-FT-Label.
           MOVE WS-Master-Cnt                    TO BR-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "EMP rows read"                  TO BR-FT-Label.
           MOVE WS-Emp-Row-Cnt                   TO BR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Rows extracted (trailer)"       TO BR-FT-Label.
           MOVE WS-Row-Cnt                       TO BR-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "  Active"                       TO BR-FT-Label.
           MOVE WS-Active-Cnt                    TO BR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "  Inactive"                     TO BR-FT-Label.
           MOVE WS-Inactive-Cnt                  TO BR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Tokens reused"                  TO BR-FT-Label.
           MOVE WS-Token-Reused-Cnt              TO BR-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "New tokens issued"              TO BR-FT-Label.
           MOVE WS-Token-New-Cnt                 TO BR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Highest issue number"           TO BR-FT-Label.
           MOVE WS-Last-Issue-Seq                TO BR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Sent with no hire date"         TO BR-FT-Label.
           MOVE WS-No-Hire-Date-Cnt              TO BR-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "  of which active (WARNING)"    TO BR-FT-Label.
           MOVE WS-Active-No-Emp-Cnt             TO BR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "EMP rows not on EMPMAST"        TO BR-FT-Label.
           MOVE WS-Emp-Only-Cnt                  TO BR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           CLOSE EMPMAST.
           CLOSE TOKNXREF.
           CLOSE BENEXTR.
           CLOSE BENRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "EMPMAST records read: " WS-Master-Cnt.
           DISPLAY "Rows extracted:       " WS-Row-Cnt.
           DISPLAY "Tokens reused:        " WS-Token-Reused-Cnt.
           DISPLAY "New tokens issued:    " WS-Token-New-Cnt.
           DISPLAY "No hire date:         " WS-No-Hire-Date-Cnt.
           DISPLAY "Active, not on EMP:   " WS-Active-No-Emp-Cnt.
           DISPLAY "EMP not on EMPMAST:   " WS-Emp-Only-Cnt.
           IF RETURN-CODE = ZERO
              AND WS-Active-No-Emp-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-Write-Footer-Line.
           WRITE Ben-Print-Line FROM BR-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Ben-Print-Line FROM BR-Footer-Line
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
