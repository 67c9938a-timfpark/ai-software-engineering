      *                          the report date, and a leftover file
      *                          prints NOT-RUN instead of scanning
      *                          as a clean apply.
      * 2026-10-15 dastagg       DISPOS now carries DBCBEX20's run
      *                          date; only tonight's dispositions
      *                          are counted.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 DISPOS-Result            PIC X(16).
           12 DISPOS-Orig-SQLCODE      PIC S9(9).
           12 DISPOS-New-SQLCODE       PIC S9(9).
           12 DISPOS-Run-Date          PIC 9(08).

       FD  RECONRPT
           RECORDING MODE IS F
           END-READ.

       2420-Count-Disposition.
      *    DISPOS accumulates between archive runs - only tonight's
      *    dispositions speak for tonight.
           IF DISPOS-Run-Date = WS-Report-Date
              ADD +1 TO WS-Record-Cnt
              IF DISPOS-Result = "STILL-FAILING"
                 ADD +1 TO WS-Still-Failing-Cnt
              END-IF
           END-IF.
           PERFORM 2410-Read-Disposition.

