      **********************************************************
      * Program name:    DBCBEX32
      * Original author: David Stagowski
      *
      *    Description: Reconciliation of payroll's acknowledgement
      *    file against the PAYTRAN transactions DBCBEX28 sends.
      *
      *    PAYTRAN goes out every night and, until now, nobody
      *    checked that payroll actually loaded it - a termination
      *    payroll rejected, or never received, surfaced only when
      *    the final paycheck went out anyway. Payroll returns
      *    PAYACK daily, one record per transaction it processed:
      *
      *       transaction code (HIR / TRM / XFR), effective date,
      *       employee number, accept (A) or reject (R), and the
      *       reject reason
      *
      *    This program keeps PAYOUTS, a keyed file of every
      *    actionable transaction sent, carried across nights:
      *
      *       1. tonight's PAYTRAN actionable details are added to
      *          PAYOUTS as outstanding (the informational NMC
      *          records are never acknowledged, so never tracked;
      *          a PAYTRAN already loaded - a rerun - is skipped by
      *          key);
      *       2. each PAYACK record is matched to PAYOUTS on EMPNO +
      *          code + effective date and marks the transaction
      *          accepted or rejected;
      *       3. ACKRPT prints three sections:
      *             - acknowledgements matching nothing sent (and
      *               repeat acknowledgements of a transaction
      *               already resolved);
      *             - transactions payroll rejected tonight, with
      *               payroll's reason;
      *             - transactions still unacknowledged more than
      *               the PARM's number of days after they were
      *               sent.
      *
      *    Resolved transactions stay on PAYOUTS with their
      *    acknowledgement date, so a repeat acknowledgement is
      *    recognized for what it is and a rerun of an old PAYTRAN
      *    cannot reopen them.
      *
      *    The PARM carries the overdue threshold in days (3
      *    digits).
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - closes the loop on the
      *                          payroll interface so a lost or
      *                          rejected transaction is caught the
      *                          next morning.
      * 2026-10-15 dastagg       Only a duplicate key counts as a
      *                          transmission already tracked.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX32.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYTRAN
           ASSIGN TO PAYTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PayTran-Status.

           SELECT PAYACK
           ASSIGN TO PAYACK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PayAck-Status.

           SELECT PAYOUTS
           ASSIGN TO PAYOUTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POUT-Key
           FILE STATUS IS WS-PayOuts-Status.

           SELECT ACKRPT
           ASSIGN TO ACKRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AckRpt-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Same record DBCBEX28 writes - the detail view is laid
      *    out in WORKING-STORAGE (PT-Detail-Record).
       FD  PAYTRAN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYTRAN-Record              PIC X(80).

      *    Payroll's acknowledgement record, fixed positions agreed
      *    with payroll the same way PAYTRAN's were.
       FD  PAYACK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYACK-Record.
           12 ACK-Trans-Code           PIC X(03).
           12 ACK-Eff-Date             PIC 9(08).
           12 ACK-Emp-Number           PIC X(06).
           12 ACK-Status               PIC X(01).
              88 ACK-Is-Accepted          VALUE "A".
              88 ACK-Is-Rejected          VALUE "R".
           12 ACK-Reject-Reason        PIC X(40).
           12 FILLER                   PIC X(22).

       FD  PAYOUTS.
       01  PAYOUTS-Record.
           12 POUT-Key.
              16 POUT-Emp-Number       PIC X(06).
              16 POUT-Trans-Code       PIC X(03).
              16 POUT-Eff-Date         PIC 9(08).
           12 POUT-Sent-Date           PIC 9(08).
           12 POUT-Before-Dept         PIC X(03).
           12 POUT-After-Dept          PIC X(03).
           12 POUT-Status              PIC X(01).
              88 POUT-Is-Outstanding      VALUE "O".
              88 POUT-Is-Accepted         VALUE "A".
              88 POUT-Is-Rejected         VALUE "R".
           12 POUT-Ack-Date            PIC 9(08).
           12 POUT-Reject-Reason       PIC X(40).

       FD  ACKRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Ack-Print-Line              PIC X(131).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PayTran==.
           COPY WSFST REPLACING ==:tag:== BY ==PayAck==.
           COPY WSFST REPLACING ==:tag:== BY ==PayOuts==.
           COPY WSFST REPLACING ==:tag:== BY ==AckRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  WS-Run-Stamp.
           12 WS-Run-Date             PIC 9(08) VALUE ZEROES.

      *    PAYTRAN's detail record, as DBCBEX28's PT-Detail-Record
      *    lays it out.
       01  PT-Detail-Record.
           12 PT-Record-Type          PIC X(01).
              88 PT-Is-Detail            VALUE "D".
              88 PT-Is-Trailer           VALUE "T".
           12 PT-Trans-Code           PIC X(03).
           12 PT-Action-Flag          PIC X(01).
              88 PT-Is-Actionable        VALUE "A".
              88 PT-Is-Informational     VALUE "I".
           12 PT-Eff-Date             PIC 9(08).
           12 PT-Emp-Number           PIC X(06).
           12 PT-Before-Dept          PIC X(03).
           12 PT-After-Dept           PIC X(03).
           12 FILLER                  PIC X(55).

       01  WS-Overdue-Fields.
           12 WS-Overdue-Days         PIC 9(03) VALUE ZEROES.
           12 WS-Days-Outstanding     PIC S9(7) COMP VALUE ZERO.

       01  WS-Recon-Counters.
           12 WS-Trans-Read-Cnt       PIC 9(9) COMP VALUE ZEROES.
           12 WS-Trans-Tracked-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Trans-Already-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Ack-Read-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-Ack-Accepted-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Ack-Rejected-Cnt     PIC 9(9) COMP VALUE ZEROES.
           12 WS-Ack-Unmatched-Cnt    PIC 9(9) COMP VALUE ZEROES.
           12 WS-Ack-Repeat-Cnt       PIC 9(9) COMP VALUE ZEROES.
           12 WS-Ack-Invalid-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-Outstanding-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-Overdue-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Section-Line-Cnt     PIC 9(9) COMP VALUE ZEROES.

       01  AK-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 AK-HDR-DATE.
              15 AK-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 AK-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 AK-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(040)
              VALUE "Payroll Acknowledgement Reconciliation".

       01  AK-Section-Banner.
           12 FILLER              PIC X(004) VALUE "*** ".
           12 AK-SB-Title         PIC X(060).

       01  AK-Column-Header1.
           12 FILLER   PIC X(005) VALUE "Code".
           12 FILLER   PIC X(010) VALUE "Eff Date".
           12 FILLER   PIC X(008) VALUE "Number".
           12 FILLER   PIC X(010) VALUE "Sent".
           12 FILLER   PIC X(006) VALUE "From".
           12 FILLER   PIC X(006) VALUE "To".
           12 FILLER   PIC X(007) VALUE "Detail".

       01  AK-Detail-Line.
           12 AK-DL-Trans-Code    PIC X(03).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 AK-DL-Eff-Date      PIC 9(08).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 AK-DL-Emp-Number    PIC X(06).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 AK-DL-Sent-Date     PIC X(08).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 AK-DL-Before-Dept   PIC X(03).
           12 FILLER              PIC X(003) VALUE SPACES.
           12 AK-DL-After-Dept    PIC X(03).
           12 FILLER              PIC X(003) VALUE SPACES.
           12 AK-DL-Detail        PIC X(060).

       01  AK-Days-Text.
           12 AK-DT-Days          PIC ZZZ,ZZ9.
           12 FILLER              PIC X(024)
              VALUE " days unacknowledged".

       01  AK-Empty-Section-Line  PIC X(040) VALUE
           "  (none)".

       01  AK-Footer-Line.
           12 AK-FT-Label         PIC X(030).
           12 FILLER              PIC X(002) VALUE ": ".
           12 AK-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX32 - End of Run Messages".

       LINKAGE SECTION.
       01  LS-Parm-Data.
           12 LS-Overdue-Days         PIC X(03).

       PROCEDURE DIVISION USING LS-Parm-Data.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           IF LS-Overdue-Days NOT NUMERIC
              DISPLAY "*** ERROR *** Overdue-days PARM '"
                      LS-Overdue-Days "' is not numeric. Exiting."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE LS-Overdue-Days TO WS-Overdue-Days.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Date  TO WS-Run-Date.
           MOVE CDT-Year  TO AK-HDR-YY.
           MOVE CDT-Month TO AK-HDR-MM.
           MOVE CDT-Day   TO AK-HDR-DD.
      *    The first run has no tracking file yet - probe and create
      *    it, the same way DBCBEX18 probes EMPMAST.
           OPEN I-O PAYOUTS.
           IF NOT WS-PayOuts-Status-OK
              OPEN OUTPUT PAYOUTS
              IF NOT WS-PayOuts-Status-OK
                 DISPLAY "*** ERROR *** Could not open or create "
                         "tracking file PAYOUTS (status="
                         WS-PayOuts-Status ")."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              CLOSE PAYOUTS
              OPEN I-O PAYOUTS
           END-IF.
           OPEN OUTPUT ACKRPT.
           WRITE Ack-Print-Line FROM AK-Page-Header
              AFTER ADVANCING PAGE.

       2000-Process.
           PERFORM 2100-Track-Transmissions.
           PERFORM 2200-Apply-Acknowledgements.
           PERFORM 2300-Report-Rejections.
           PERFORM 2400-Report-Overdue.

       2100-Track-Transmissions.
      *    No PAYTRAN means DBCBEX28 did not run tonight - nothing
      *    new to track, but yesterday's outstanding transactions
      *    still age, so the run carries on.
           OPEN INPUT PAYTRAN.
           IF NOT WS-PayTran-Status-OK
              DISPLAY "*** NOTE *** No PAYTRAN found (status="
                      WS-PayTran-Status ") - no new transactions "
                      "tracked tonight."
           ELSE
              PERFORM 2110-Read-Transmission
              PERFORM 2120-Track-One-Transmission
                 UNTIL WS-PayTran-Status-EOF
              CLOSE PAYTRAN
           END-IF.

       2110-Read-Transmission.
           READ PAYTRAN
              NOT AT END
                 ADD +1 TO WS-Trans-Read-Cnt
           END-READ.

       2120-Track-One-Transmission.
           MOVE PAYTRAN-Record TO PT-Detail-Record.
           IF PT-Is-Detail AND PT-Is-Actionable
              MOVE PT-Emp-Number  TO POUT-Emp-Number
              MOVE PT-Trans-Code  TO POUT-Trans-Code
              MOVE PT-Eff-Date    TO POUT-Eff-Date
              MOVE WS-Run-Date    TO POUT-Sent-Date
              MOVE PT-Before-Dept TO POUT-Before-Dept
              MOVE PT-After-Dept  TO POUT-After-Dept
              SET POUT-Is-Outstanding TO TRUE
              MOVE ZEROES         TO POUT-Ack-Date
              MOVE SPACES         TO POUT-Reject-Reason
              WRITE PAYOUTS-Record
                 INVALID KEY
      *             A duplicate key is already tracked - the same
      *             PAYTRAN fed through twice. The existing record,
      *             and any answer payroll has already given, stand.
                    IF WS-PayOuts-Status-DUP-KEY
                       ADD +1 TO WS-Trans-Already-Cnt
                    ELSE
                       DISPLAY "*** ERROR *** WRITE failed on PAYOUTS "
                               "for EMPNO " POUT-Emp-Number " (status="
                               WS-PayOuts-Status ")."
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 NOT INVALID KEY
                    ADD +1 TO WS-Trans-Tracked-Cnt
              END-WRITE
           END-IF.
           PERFORM 2110-Read-Transmission.

       2200-Apply-Acknowledgements.
           MOVE "Acknowledgements matching nothing sent"
                                   TO AK-SB-Title.
           PERFORM 2900-Write-Section-Banner.
      *    No PAYACK means payroll sent nothing back today - every
      *    transaction simply stays outstanding and ages.
           OPEN INPUT PAYACK.
           IF NOT WS-PayAck-Status-OK
              DISPLAY "*** NOTE *** No PAYACK found (status="
                      WS-PayAck-Status ") - no acknowledgements "
                      "applied tonight."
           ELSE
              PERFORM 2210-Read-Acknowledgement
              PERFORM 2220-Apply-One-Acknowledgement
                 UNTIL WS-PayAck-Status-EOF
              CLOSE PAYACK
           END-IF.
           PERFORM 2910-Close-Section.

       2210-Read-Acknowledgement.
           READ PAYACK
              NOT AT END
                 ADD +1 TO WS-Ack-Read-Cnt
           END-READ.

       2220-Apply-One-Acknowledgement.
           MOVE ACK-Emp-Number TO POUT-Emp-Number.
           MOVE ACK-Trans-Code TO POUT-Trans-Code.
           MOVE ACK-Eff-Date   TO POUT-Eff-Date.
           READ PAYOUTS
              INVALID KEY
                 ADD +1 TO WS-Ack-Unmatched-Cnt
                 PERFORM 2230-Write-Ack-Only-Line
                 MOVE "no such transaction was sent to payroll"
                                   TO AK-DL-Detail
                 PERFORM 2920-Write-Detail-Line
              NOT INVALID KEY
                 PERFORM 2240-Resolve-Transaction
           END-READ.
           PERFORM 2210-Read-Acknowledgement.

       2230-Write-Ack-Only-Line.
           MOVE ACK-Trans-Code TO AK-DL-Trans-Code.
           MOVE ACK-Eff-Date   TO AK-DL-Eff-Date.
           MOVE ACK-Emp-Number TO AK-DL-Emp-Number.
           MOVE SPACES         TO AK-DL-Sent-Date.
           MOVE SPACES         TO AK-DL-Before-Dept.
           MOVE SPACES         TO AK-DL-After-Dept.

       2240-Resolve-Transaction.
           EVALUATE TRUE
              WHEN NOT POUT-Is-Outstanding
      *          Payroll answered this one before - a second answer
      *          is as suspect as an answer to nothing.
                 ADD +1 TO WS-Ack-Repeat-Cnt
                 PERFORM 2930-Move-Transaction-To-Line
                 MOVE SPACES TO AK-DL-Detail
                 STRING "repeat acknowledgement - already answered "
                        POUT-Ack-Date
                        DELIMITED BY SIZE
                    INTO AK-DL-Detail
                 END-STRING
                 PERFORM 2920-Write-Detail-Line
              WHEN ACK-Is-Accepted
                 ADD +1 TO WS-Ack-Accepted-Cnt
                 SET POUT-Is-Accepted TO TRUE
                 MOVE WS-Run-Date TO POUT-Ack-Date
                 PERFORM 2250-Rewrite-Transaction
              WHEN ACK-Is-Rejected
                 ADD +1 TO WS-Ack-Rejected-Cnt
                 SET POUT-Is-Rejected TO TRUE
                 MOVE WS-Run-Date       TO POUT-Ack-Date
                 MOVE ACK-Reject-Reason TO POUT-Reject-Reason
                 PERFORM 2250-Rewrite-Transaction
              WHEN OTHER
      *          Neither accept nor reject - the transaction stays
      *          outstanding and keeps aging toward the overdue
      *          section.
                 ADD +1 TO WS-Ack-Invalid-Cnt
                 PERFORM 2930-Move-Transaction-To-Line
                 MOVE SPACES TO AK-DL-Detail
                 STRING "acknowledgement status '" ACK-Status
                        "' is neither A nor R - ignored"
                        DELIMITED BY SIZE
                    INTO AK-DL-Detail
                 END-STRING
                 PERFORM 2920-Write-Detail-Line
           END-EVALUATE.

       2250-Rewrite-Transaction.
           REWRITE PAYOUTS-Record
              INVALID KEY
                 DISPLAY "*** ERROR *** REWRITE failed on PAYOUTS "
                         "for EMPNO " POUT-Emp-Number " "
                         POUT-Trans-Code " (status="
                         WS-PayOuts-Status ")."
                 MOVE 8 TO RETURN-CODE
           END-REWRITE.

       2300-Report-Rejections.
      *    Tonight's rejections only - each is reported once, on the
      *    night payroll's answer arrives; fixing and resending is
      *    a new transaction.
           MOVE "Transactions rejected by payroll tonight"
                                   TO AK-SB-Title.
           PERFORM 2900-Write-Section-Banner.
           PERFORM 2500-Start-Tracking-Walk.
           PERFORM 2310-Select-Rejection
              UNTIL WS-PayOuts-Status-EOF.
           PERFORM 2910-Close-Section.

       2310-Select-Rejection.
           IF POUT-Is-Rejected
              AND POUT-Ack-Date = WS-Run-Date
              PERFORM 2930-Move-Transaction-To-Line
              MOVE POUT-Reject-Reason TO AK-DL-Detail
              PERFORM 2920-Write-Detail-Line
           END-IF.
           PERFORM 2510-Read-Tracking-Next.

       2400-Report-Overdue.
           MOVE SPACES TO AK-SB-Title.
           STRING "Transactions unacknowledged after "
                  WS-Overdue-Days
                  " days"
                  DELIMITED BY SIZE
              INTO AK-SB-Title
           END-STRING.
           PERFORM 2900-Write-Section-Banner.
           PERFORM 2500-Start-Tracking-Walk.
           PERFORM 2410-Select-Overdue
              UNTIL WS-PayOuts-Status-EOF.
           PERFORM 2910-Close-Section.

       2410-Select-Overdue.
           IF POUT-Is-Outstanding
              ADD +1 TO WS-Outstanding-Cnt
              COMPUTE WS-Days-Outstanding
                    = FUNCTION INTEGER-OF-DATE (WS-Run-Date)
                    - FUNCTION INTEGER-OF-DATE (POUT-Sent-Date)
              IF WS-Days-Outstanding > WS-Overdue-Days
                 ADD +1 TO WS-Overdue-Cnt
                 PERFORM 2930-Move-Transaction-To-Line
                 MOVE WS-Days-Outstanding TO AK-DT-Days
                 MOVE AK-Days-Text TO AK-DL-Detail
                 PERFORM 2920-Write-Detail-Line
              END-IF
           END-IF.
           PERFORM 2510-Read-Tracking-Next.

       2500-Start-Tracking-Walk.
      *    A full pass over PAYOUTS in key order - each report
      *    section is its own pass, the way DBCBEX26 treats its
      *    journal.
           MOVE LOW-VALUES TO POUT-Key.
           START PAYOUTS KEY >= POUT-Key
              INVALID KEY
                 SET WS-PayOuts-Status-EOF TO TRUE
              NOT INVALID KEY
                 PERFORM 2510-Read-Tracking-Next
           END-START.

       2510-Read-Tracking-Next.
           READ PAYOUTS NEXT
           END-READ.

       2900-Write-Section-Banner.
           WRITE Ack-Print-Line FROM AK-Section-Banner
              AFTER ADVANCING 2 LINES.
           WRITE Ack-Print-Line FROM AK-Column-Header1
              AFTER ADVANCING 1 LINES.
           MOVE ZERO TO WS-Section-Line-Cnt.

       2910-Close-Section.
           IF WS-Section-Line-Cnt = ZERO
              WRITE Ack-Print-Line FROM AK-Empty-Section-Line
                 AFTER ADVANCING 1 LINES
           END-IF.

       2920-Write-Detail-Line.
           ADD +1 TO WS-Section-Line-Cnt.
           WRITE Ack-Print-Line FROM AK-Detail-Line
              AFTER ADVANCING 1 LINES.

       2930-Move-Transaction-To-Line.
           MOVE POUT-Trans-Code  TO AK-DL-Trans-Code.
           MOVE POUT-Eff-Date    TO AK-DL-Eff-Date.
           MOVE POUT-Emp-Number  TO AK-DL-Emp-Number.
           MOVE POUT-Sent-Date   TO AK-DL-Sent-Date.
           MOVE POUT-Before-Dept TO AK-DL-Before-Dept.
           MOVE POUT-After-Dept  TO AK-DL-After-Dept.

       3000-End-Job.
           MOVE "Transactions newly tracked"     TO AK-FT-Label.
           MOVE WS-Trans-Tracked-Cnt            TO AK-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "Already tracked (rerun)"        TO AK-FT-Label.
           MOVE WS-Trans-Already-Cnt            TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Acknowledgements read"          TO AK-FT-Label.
           MOVE WS-Ack-Read-Cnt                 TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Accepted"                       TO AK-FT-Label.
           MOVE WS-Ack-Accepted-Cnt             TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Rejected"                       TO AK-FT-Label.
           MOVE WS-Ack-Rejected-Cnt             TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Matching nothing sent"          TO AK-FT-Label.
           MOVE WS-Ack-Unmatched-Cnt            TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Repeat acknowledgements"        TO AK-FT-Label.
           MOVE WS-Ack-Repeat-Cnt               TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Invalid acknowledgement status" TO AK-FT-Label.
           MOVE WS-Ack-Invalid-Cnt              TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Still outstanding"              TO AK-FT-Label.
           MOVE WS-Outstanding-Cnt              TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Overdue"                        TO AK-FT-Label.
           MOVE WS-Overdue-Cnt                  TO AK-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           CLOSE PAYOUTS.
           CLOSE ACKRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "PAYTRAN records read:  " WS-Trans-Read-Cnt.
           DISPLAY "Newly tracked:         " WS-Trans-Tracked-Cnt.
           DISPLAY "Acknowledgements read: " WS-Ack-Read-Cnt.
           DISPLAY "  Accepted:            " WS-Ack-Accepted-Cnt.
           DISPLAY "  Rejected:            " WS-Ack-Rejected-Cnt.
           DISPLAY "  Unmatched:           " WS-Ack-Unmatched-Cnt.
           DISPLAY "  Repeats:             " WS-Ack-Repeat-Cnt.
           DISPLAY "  Invalid status:      " WS-Ack-Invalid-Cnt.
           DISPLAY "Still outstanding:     " WS-Outstanding-Cnt.
           DISPLAY "Overdue:               " WS-Overdue-Cnt.
           IF WS-Ack-Rejected-Cnt > ZERO
              OR WS-Ack-Unmatched-Cnt > ZERO
              OR WS-Ack-Repeat-Cnt > ZERO
              OR WS-Ack-Invalid-Cnt > ZERO
              OR WS-Overdue-Cnt > ZERO
      *       Let the scheduler see findings without opening
      *       ACKRPT.
              IF RETURN-CODE = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       3100-Write-Footer-Line.
           WRITE Ack-Print-Line FROM AK-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Ack-Print-Line FROM AK-Footer-Line
              AFTER ADVANCING 1 LINES.
