      *       - the footer carries per-department counts of employees
      *         checked and employees flagged.
      *
      *    When DBCBEX38's compensation journal COMPHIST is present,
      *    each UNDER-BAND / OVER-BAND / BONUS-OVER line also shows
      *    when the employee moved out of band: the latest journal
      *    record whose before values were inside the band and whose
      *    after values are outside it (bands judged against today's
      *    SALGRADE). "no journaled move" means the journal never saw
      *    the crossing - out of band before the journal started, or
      *    the band itself moved. No COMPHIST simply leaves the
      *    column blank.
      *
      *    Uses the same GETDBID connection convention as DBCBEX16:
      *    the PARM carries the PROD/TEST/UAT indicator.
      *
      * ---------- ------------  --------------------------------
      * 2026-09-03 dastagg       Created for the quarterly comp
      *                          review's out-of-band check.
      * 2026-10-15 dastagg       Dates each band exception from the
      *                          COMPHIST compensation journal.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SalGrade-Status.

           SELECT COMPHIST
           ASSIGN TO COMPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMPHIST-Key
           FILE STATUS IS WS-CompHist-Status.

           SELECT GRADERPT
           ASSIGN TO GRADERPT
           ORGANIZATION IS SEQUENTIAL
           12 SG-Max-Salary            PIC 9(07)V99.
           12 SG-Bonus-Cap             PIC 9(07)V99.

      *    Same record DBCBEX38 writes.
       FD  COMPHIST.
       01  COMPHIST-Record.
           12 COMPHIST-Key.
              16 COMPHIST-Emp-Number   PIC X(06).
              16 COMPHIST-Eff-Date     PIC 9(08).
              16 COMPHIST-Seq          PIC 9(03).
           12 COMPHIST-Change-Type     PIC X(08).
           12 COMPHIST-Before-Job      PIC X(08).
           12 COMPHIST-Before-Salary   PIC 9(07)V99.
           12 COMPHIST-Before-Bonus    PIC 9(07)V99.
           12 COMPHIST-Before-Comm     PIC 9(07)V99.
           12 COMPHIST-After-Job       PIC X(08).
           12 COMPHIST-After-Salary    PIC 9(07)V99.
           12 COMPHIST-After-Bonus     PIC 9(07)V99.
           12 COMPHIST-After-Comm      PIC 9(07)V99.

       FD  GRADERPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SalGrade==.
           COPY WSFST REPLACING ==:tag:== BY ==GradeRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==CompHist==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
           12 WS-Grade-Table-Entry    OCCURS 1 TO
                                       WS-Grade-Table-Max-Entries TIMES
                                       DEPENDING ON WS-Grade-Table-Cnt
                                       INDEXED BY WS-Grade-Idx
                                                  WS-Hist-Grade-Idx.
              16 WS-Grade-Job-Code       PIC X(08).
              16 WS-Grade-Min-Salary     PIC 9(7)V99 COMP-3.
              16 WS-Grade-Max-Salary     PIC 9(7)V99 COMP-3.
           12 WS-Over-Band-Cnt        PIC 9(9) COMP VALUE ZEROES.
           12 WS-Bonus-Over-Cnt       PIC 9(9) COMP VALUE ZEROES.
           12 WS-Unknown-Job-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-Band-Move-Dated-Cnt  PIC 9(9) COMP VALUE ZEROES.

       01  WS-Check-Fields.
           12 WS-Band-Amount          PIC S9(7)V99 COMP-3 VALUE ZERO.
           12 WS-Emp-Flagged-Ind      PIC X(01) VALUE "N".
              88 WS-Emp-Is-Flagged        VALUE "Y".

      *    Dating a band exception from COMPHIST. WS-Hist-Job /
      *    -Salary / -Bonus hold one side of a journal record while
      *    2350 judges it against today's band for that job.
       01  WS-Band-History-Fields.
           12 WS-Comp-History-Flag    PIC X(01) VALUE "N".
              88 WS-Comp-History-On       VALUE "Y".
           12 WS-Hist-Job             PIC X(08) VALUE SPACES.
           12 WS-Hist-Salary          PIC 9(7)V99 VALUE ZERO.
           12 WS-Hist-Bonus           PIC 9(7)V99 VALUE ZERO.
           12 WS-Hist-Out-Flag        PIC X(01) VALUE "N".
              88 WS-Hist-Is-Out           VALUE "Y".
           12 WS-Before-Out-Flag      PIC X(01) VALUE "N".
              88 WS-Before-Was-Out        VALUE "Y".
           12 WS-Out-Since-Date       PIC 9(08) VALUE ZERO.
           12 WS-Out-Since-Parts REDEFINES WS-Out-Since-Date.
              15 WS-Out-Since-YY      PIC 9(04).
              15 WS-Out-Since-MM      PIC 9(02).
              15 WS-Out-Since-DD      PIC 9(02).

       01  WS-Out-Since-Text.
           12 FILLER              PIC X(018) VALUE "moved out of band ".
           12 WS-OST-YY           PIC 9(4).
           12 FILLER              PIC X(1) VALUE "-".
           12 WS-OST-MM           PIC 9(2).
           12 FILLER              PIC X(1) VALUE "-".
           12 WS-OST-DD           PIC 9(2).

       01  GR-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 GR-HDR-DATE.
           12 GR-EX-Amount        PIC Z,ZZZ,ZZ9.99.
           12 GR-EX-Amount-NA REDEFINES GR-EX-Amount
                                  PIC X(12).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 GR-EX-Out-Since     PIC X(028).

       01  GR-Dept-Count-Line.
           12 FILLER              PIC X(005) VALUE "Dept ".
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    COMPHIST is optional - without it the report is exactly
      *    what it was before the journal existed.
           OPEN INPUT COMPHIST.
           IF WS-CompHist-Status-OK
              SET WS-Comp-History-On TO TRUE
           ELSE
              DISPLAY "*** NOTE *** No compensation journal COMPHIST "
                      "(status=" WS-CompHist-Status ") - band moves "
                      "will not be dated."
           END-IF.
           PERFORM 9800-Connect-to-DB1.
           EXEC SQL OPEN DB3-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           MOVE "UNKNOWN-JOB" TO GR-EX-Class.
           PERFORM 2310-Move-Employee-To-Line.
           MOVE "         n/a" TO GR-EX-Amount-NA.
           MOVE SPACES TO GR-EX-Out-Since.
           WRITE Grade-Print-Line FROM GR-Exception-Line
              AFTER ADVANCING 1 LINES.

       2320-Write-Band-Exception.
           PERFORM 2310-Move-Employee-To-Line.
           MOVE WS-Band-Amount TO GR-EX-Amount.
           MOVE SPACES TO GR-EX-Out-Since.
           IF WS-Comp-History-On
              PERFORM 2330-Date-Band-Move
           END-IF.
           WRITE Grade-Print-Line FROM GR-Exception-Line
              AFTER ADVANCING 1 LINES.

       2330-Date-Band-Move.
      *    Walk this EMPNO's journal oldest first; each crossing from
      *    inside to outside the band re-dates the move, and a record
      *    that lands back inside clears it again.
           MOVE ZERO TO WS-Out-Since-Date.
           MOVE HV-Emp-Number TO COMPHIST-Emp-Number.
           MOVE ZEROES        TO COMPHIST-Eff-Date.
           MOVE ZEROES        TO COMPHIST-Seq.
           START COMPHIST KEY >= COMPHIST-Key
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 2335-Read-History-Next
                 PERFORM 2340-Check-History-Record
                    UNTIL WS-CompHist-Status-EOF
                       OR COMPHIST-Emp-Number NOT = HV-Emp-Number
           END-START.
           IF WS-Out-Since-Date > ZERO
              ADD +1 TO WS-Band-Move-Dated-Cnt
              MOVE WS-Out-Since-YY TO WS-OST-YY
              MOVE WS-Out-Since-MM TO WS-OST-MM
              MOVE WS-Out-Since-DD TO WS-OST-DD
              MOVE WS-Out-Since-Text TO GR-EX-Out-Since
           ELSE
              MOVE "no journaled move" TO GR-EX-Out-Since
           END-IF.

       2335-Read-History-Next.
           READ COMPHIST NEXT
           END-READ.

       2340-Check-History-Record.
           MOVE COMPHIST-Before-Job    TO WS-Hist-Job.
           MOVE COMPHIST-Before-Salary TO WS-Hist-Salary.
           MOVE COMPHIST-Before-Bonus  TO WS-Hist-Bonus.
           PERFORM 2350-Test-Out-Of-Band.
           MOVE WS-Hist-Out-Flag       TO WS-Before-Out-Flag.
           MOVE COMPHIST-After-Job     TO WS-Hist-Job.
           MOVE COMPHIST-After-Salary  TO WS-Hist-Salary.
           MOVE COMPHIST-After-Bonus   TO WS-Hist-Bonus.
           PERFORM 2350-Test-Out-Of-Band.
           IF WS-Hist-Is-Out
              IF NOT WS-Before-Was-Out
                 MOVE COMPHIST-Eff-Date TO WS-Out-Since-Date
              END-IF
           ELSE
              MOVE ZERO TO WS-Out-Since-Date
           END-IF.
           PERFORM 2335-Read-History-Next.

       2350-Test-Out-Of-Band.
      *    Same test as 2300 for the exception class being written;
      *    a job with no SALGRADE record (or a hire's blank before
      *    side) counts as inside.
           MOVE "N" TO WS-Hist-Out-Flag.
           SET WS-Hist-Grade-Idx TO 1.
           SEARCH WS-Grade-Table-Entry VARYING WS-Hist-Grade-Idx
              AT END
                 CONTINUE
              WHEN WS-Grade-Job-Code (WS-Hist-Grade-Idx) = WS-Hist-Job
                 EVALUATE GR-EX-Class
                    WHEN "UNDER-BAND "
                       IF WS-Hist-Salary
                          < WS-Grade-Min-Salary (WS-Hist-Grade-Idx)
                          SET WS-Hist-Is-Out TO TRUE
                       END-IF
                    WHEN "OVER-BAND  "
                       IF WS-Hist-Salary
                          > WS-Grade-Max-Salary (WS-Hist-Grade-Idx)
                          SET WS-Hist-Is-Out TO TRUE
                       END-IF
                    WHEN OTHER
                       IF WS-Hist-Bonus
                          > WS-Grade-Bonus-Cap (WS-Hist-Grade-Idx)
                          SET WS-Hist-Is-Out TO TRUE
                       END-IF
                 END-EVALUATE
           END-SEARCH.

       2400-Accumulate-Dept-Counts.
           SET WS-Dept-Idx TO 1.
           SEARCH WS-Dept-Table-Entry
           MOVE "Unknown job codes"      TO GR-FT-Label.
           MOVE WS-Unknown-Job-Cnt       TO GR-FT-Count.
           PERFORM 3210-Write-Footer-Next.
           IF WS-Comp-History-On
              MOVE "Band moves dated"       TO GR-FT-Label
              MOVE WS-Band-Move-Dated-Cnt   TO GR-FT-Count
              PERFORM 3210-Write-Footer-Next
              CLOSE COMPHIST
           END-IF.
           CLOSE GRADERPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "Grade records loaded: " WS-Grade-Record-Cnt.
