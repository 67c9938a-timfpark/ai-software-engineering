      **********************************************************
      * Program name:    DBCBEX42
      * Original author: David Stagowski
      *
      *    Description: Service-desk lookup against the TOKNXREF
      *    token cross-reference.
      *
      *    BENEXTR carries tokens, not EMPNOs (see DBCBEX41), so
      *    when the benefits vendor calls about a token the service
      *    desk needs it resolved back to the employee - and the
      *    other way round when an employee's record has to be
      *    found in the vendor's file. Reads TOKNRQST request cards
      *    and prints TOKNRPT, one line per card:
      *
      *       T tttttttttt  - which employee holds this token
      *                       (token in columns 3-12)
      *       E nnnnnn      - which token this employee was sent
      *                       under (EMPNO in columns 3-8)
      *       *             - comment card, ignored
      *
      *    Each answer shows the token, the EMPNO, the employee's
      *    name, department and active flag from EMPMAST, the date
      *    the token was issued and the date of the last extract it
      *    went out in. TOKNXREF is keyed on EMPNO only, so a T card
      *    is a pass over it. TOKNRPT identifies employees and stays
      *    internal, like TOKNXREF itself.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created with DBCBEX41's benefits
      *                          vendor extract.
      * 2026-10-15 dastagg       TOKNXREF carries DBCBEX41's issue
      *                          number.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX42.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TOKNRQST
           ASSIGN TO TOKNRQST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ToknRqst-Status.

           SELECT TOKNXREF
           ASSIGN TO TOKNXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-Emp-Number
           FILE STATUS IS WS-ToknXref-Status.

           SELECT EMPMAST
           ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPMAST-Emp-Number
           FILE STATUS IS WS-EmpMast-Status.

           SELECT TOKNRPT
           ASSIGN TO TOKNRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ToknRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKNRQST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TOKNRQST-Record.
           12 RQ-Request-Type          PIC X(01).
              88 RQ-Token-Request         VALUE "T".
              88 RQ-Employee-Request      VALUE "E".
              88 RQ-Comment-Card          VALUE "*".
           12 FILLER                   PIC X(01).
           12 RQ-Token                 PIC X(10).
           12 RQ-Emp-View REDEFINES RQ-Token.
              16 RQ-Emp-Number         PIC X(06).
              16 FILLER                PIC X(04).
           12 FILLER                   PIC X(68).

      *    Same record DBCBEX41 writes.
       FD  TOKNXREF.
       01  TOKNXREF-Record.
           12 TX-Emp-Number            PIC X(06).
           12 TX-Token.
              16 TX-Token-Prefix       PIC X(02).
              16 TX-Token-Seq          PIC 9(08).
           12 TX-Assigned-Date         PIC 9(08).
           12 TX-Last-Sent-Date        PIC 9(08).
           12 TX-Issue-Seq             PIC 9(08).

       FD  EMPMAST.
       01  EMPMAST-Record.
           12 EMPMAST-Emp-Number       PIC X(06).
           12 EMPMAST-First-Name       PIC X(12).
           12 EMPMAST-Middle-Init      PIC X(01).
           12 EMPMAST-Last-Name        PIC X(15).
           12 EMPMAST-Work-Dept        PIC X(03).
           12 EMPMAST-Active-Flag      PIC X(01).
           12 EMPMAST-Upd-Date         PIC 9(08).
           12 EMPMAST-Upd-Time         PIC 9(06).

       FD  TOKNRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Tokn-Print-Line             PIC X(131).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ToknRqst==.
           COPY WSFST REPLACING ==:tag:== BY ==ToknXref==.
           COPY WSFST REPLACING ==:tag:== BY ==EmpMast==.
           COPY WSFST REPLACING ==:tag:== BY ==ToknRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  WS-Lookup-Counters.
           12 WS-Request-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Invalid-Request-Cnt  PIC 9(9) COMP VALUE ZEROES.
           12 WS-Found-Cnt            PIC 9(9) COMP VALUE ZEROES.
           12 WS-Not-Found-Cnt        PIC 9(9) COMP VALUE ZEROES.

       01  WS-Switches.
           12 WS-Xref-EOF-Flag        PIC X(01) VALUE "N".
              88 WS-Xref-At-End          VALUE "Y".
           12 WS-Found-Flag           PIC X(01) VALUE "N".
              88 WS-Xref-Found           VALUE "Y".

       01  TK-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 TK-HDR-DATE.
              15 TK-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 TK-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 TK-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(040)
              VALUE "Token Cross-Reference Lookup".
           12 FILLER              PIC X(040)
              VALUE "INTERNAL - identifies employees".

       01  TK-Column-Header1.
           12 FILLER   PIC X(014) VALUE "Request".
           12 FILLER   PIC X(011) VALUE "Token".
           12 FILLER   PIC X(007) VALUE "Emp".
           12 FILLER   PIC X(016) VALUE "Last Name".
           12 FILLER   PIC X(013) VALUE "First Name".
           12 FILLER   PIC X(005) VALUE "Dept".
           12 FILLER   PIC X(004) VALUE "Act".
           12 FILLER   PIC X(009) VALUE "Issued".
           12 FILLER   PIC X(009) VALUE "Last Sent".

       01  TK-Detail-Line.
           12 TK-DL-Request-Type  PIC X(01).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TK-DL-Request-Key   PIC X(10).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 TK-DL-Token         PIC X(10).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TK-DL-Emp-Number    PIC X(06).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TK-DL-Answer.
              16 TK-DL-Last-Name  PIC X(15).
              16 FILLER           PIC X(001) VALUE SPACES.
              16 TK-DL-First-Name PIC X(12).
              16 FILLER           PIC X(001) VALUE SPACES.
              16 TK-DL-Work-Dept  PIC X(03).
              16 FILLER           PIC X(002) VALUE SPACES.
              16 TK-DL-Active-Flag
                                  PIC X(01).
              16 FILLER           PIC X(003) VALUE SPACES.
              16 TK-DL-Assigned-Date
                                  PIC 9(08).
              16 FILLER           PIC X(001) VALUE SPACES.
              16 TK-DL-Last-Sent-Date
                                  PIC 9(08).
           12 TK-DL-Answer-Text REDEFINES TK-DL-Answer
                                  PIC X(55).

       01  TK-Invalid-Line.
           12 FILLER              PIC X(026)
              VALUE "*** INVALID request type '".
           12 TK-IV-Request-Type  PIC X(01).
           12 FILLER              PIC X(030)
              VALUE "' - card skipped (T/E/*) ***".

       01  TK-Footer-Line.
           12 TK-FT-Label         PIC X(022).
           12 FILLER              PIC X(002) VALUE ": ".
           12 TK-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX42 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT TOKNRQST.
           IF NOT WS-ToknRqst-Status-OK
              DISPLAY "*** ERROR *** Could not open request file "
                      "TOKNRQST (status=" WS-ToknRqst-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT TOKNXREF.
           IF NOT WS-ToknXref-Status-OK
              DISPLAY "*** ERROR *** Could not open token "
                      "cross-reference TOKNXREF (status="
                      WS-ToknXref-Status ") - has DBCBEX41 ever run "
                      "here?"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT EMPMAST.
           IF NOT WS-EmpMast-Status-OK
              DISPLAY "*** ERROR *** Could not open employee master "
                      "EMPMAST (status=" WS-EmpMast-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT TOKNRPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Year  TO TK-HDR-YY.
           MOVE CDT-Month TO TK-HDR-MM.
           MOVE CDT-Day   TO TK-HDR-DD.
           WRITE Tokn-Print-Line FROM TK-Page-Header
              AFTER ADVANCING PAGE.
           WRITE Tokn-Print-Line FROM TK-Column-Header1
              AFTER ADVANCING 2 LINES.
           PERFORM 2010-Read-Request.

       2000-Process.
           PERFORM 2100-Process-One-Request
              UNTIL WS-ToknRqst-Status-EOF.

       2010-Read-Request.
           READ TOKNRQST
           END-READ.

       2100-Process-One-Request.
           MOVE "N" TO WS-Found-Flag.
           EVALUATE TRUE
              WHEN RQ-Comment-Card
                 CONTINUE
              WHEN RQ-Token-Request
                 ADD +1 TO WS-Request-Cnt
                 PERFORM 2200-Find-Token
                 PERFORM 2400-Write-Answer-Line
              WHEN RQ-Employee-Request
                 ADD +1 TO WS-Request-Cnt
                 PERFORM 2300-Find-Employee
                 PERFORM 2400-Write-Answer-Line
              WHEN OTHER
                 ADD +1 TO WS-Invalid-Request-Cnt
                 MOVE RQ-Request-Type TO TK-IV-Request-Type
                 WRITE Tokn-Print-Line FROM TK-Invalid-Line
                    AFTER ADVANCING 1 LINES
           END-EVALUATE.
           PERFORM 2010-Read-Request.

       2200-Find-Token.
      *    Past the high-water record (keyed LOW-VALUES) and through
      *    the employees until the token turns up.
           MOVE "N" TO WS-Xref-EOF-Flag.
           MOVE LOW-VALUES TO TX-Emp-Number.
           START TOKNXREF KEY > TX-Emp-Number
              INVALID KEY
                 SET WS-Xref-At-End TO TRUE
              NOT INVALID KEY
                 PERFORM 2210-Read-Xref-Next
           END-START.
           PERFORM 2220-Test-Token
              UNTIL WS-Xref-Found OR WS-Xref-At-End.

       2210-Read-Xref-Next.
           READ TOKNXREF NEXT
              AT END
                 SET WS-Xref-At-End TO TRUE
           END-READ.

       2220-Test-Token.
           IF TX-Token = RQ-Token
              SET WS-Xref-Found TO TRUE
           ELSE
              PERFORM 2210-Read-Xref-Next
           END-IF.

       2300-Find-Employee.
           MOVE RQ-Emp-Number TO TX-Emp-Number.
           READ TOKNXREF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-Xref-Found TO TRUE
           END-READ.

       2400-Write-Answer-Line.
           MOVE RQ-Request-Type TO TK-DL-Request-Type.
           MOVE RQ-Token        TO TK-DL-Request-Key.
           IF WS-Xref-Found
              ADD +1 TO WS-Found-Cnt
              MOVE SPACES            TO TK-DL-Answer-Text
              MOVE TX-Token          TO TK-DL-Token
              MOVE TX-Emp-Number     TO TK-DL-Emp-Number
              MOVE TX-Emp-Number     TO EMPMAST-Emp-Number
              READ EMPMAST
                 INVALID KEY
                    MOVE "(no longer on EMPMAST)" TO TK-DL-Answer-Text
                 NOT INVALID KEY
                    MOVE EMPMAST-Last-Name   TO TK-DL-Last-Name
                    MOVE EMPMAST-First-Name  TO TK-DL-First-Name
                    MOVE EMPMAST-Work-Dept   TO TK-DL-Work-Dept
                    MOVE EMPMAST-Active-Flag TO TK-DL-Active-Flag
              END-READ
              MOVE TX-Assigned-Date  TO TK-DL-Assigned-Date
              MOVE TX-Last-Sent-Date TO TK-DL-Last-Sent-Date
           ELSE
              ADD +1 TO WS-Not-Found-Cnt
              MOVE SPACES TO TK-DL-Token
              MOVE SPACES TO TK-DL-Emp-Number
              MOVE "*** not on TOKNXREF - never sent to the vendor"
                                   TO TK-DL-Answer-Text
           END-IF.
           WRITE Tokn-Print-Line FROM TK-Detail-Line
              AFTER ADVANCING 1 LINES.

       3000-End-Job.
           MOVE "Requests processed"    TO TK-FT-Label.
           MOVE WS-Request-Cnt          TO TK-FT-Count.
           WRITE Tokn-Print-Line FROM TK-Footer-Line
              AFTER ADVANCING 2 LINES.
           MOVE "Resolved"              TO TK-FT-Label.
           MOVE WS-Found-Cnt            TO TK-FT-Count.
           WRITE Tokn-Print-Line FROM TK-Footer-Line
              AFTER ADVANCING 1 LINES.
           MOVE "Not found"             TO TK-FT-Label.
           MOVE WS-Not-Found-Cnt        TO TK-FT-Count.
           WRITE Tokn-Print-Line FROM TK-Footer-Line
              AFTER ADVANCING 1 LINES.
           MOVE "Invalid request cards" TO TK-FT-Label.
           MOVE WS-Invalid-Request-Cnt  TO TK-FT-Count.
           WRITE Tokn-Print-Line FROM TK-Footer-Line
              AFTER ADVANCING 1 LINES.
           CLOSE TOKNRQST.
           CLOSE TOKNXREF.
           CLOSE EMPMAST.
           CLOSE TOKNRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "Requests processed: " WS-Request-Cnt.
           DISPLAY "Resolved:           " WS-Found-Cnt.
           DISPLAY "Not found:          " WS-Not-Found-Cnt.
           DISPLAY "Invalid cards:      " WS-Invalid-Request-Cnt.
           IF WS-Invalid-Request-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
