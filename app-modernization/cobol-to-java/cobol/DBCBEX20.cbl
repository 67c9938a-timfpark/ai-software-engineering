      *                          job concatenating SUPEXTR onto
      *                          EMPEXTR must strip the labels or
      *                          merge them first.
      * 2026-10-15 dastagg       DISPOS records carry the run date,
      *                          so the accumulated file can be
      *                          aged off by DBCBEX40 and tonight's
      *                          dispositions told from older ones.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 DISPOS-Result            PIC X(16).
           12 DISPOS-Orig-SQLCODE      PIC S9(9).
           12 DISPOS-New-SQLCODE       PIC S9(9).
           12 DISPOS-Run-Date          PIC 9(08).

       WORKING-STORAGE SECTION.

           MOVE EXCPFL-Emp-Number TO DISPOS-Emp-Number.
           MOVE EXCPFL-SQLCODE    TO DISPOS-Orig-SQLCODE.
           MOVE ZERO              TO DISPOS-New-SQLCODE.
           MOVE CDT-Date          TO DISPOS-Run-Date.
      *    A referential exception records bad reference data, not a
      *    failed read - the row was fetched fine and deliberately
      *    not reported. Re-reading VEMP can't cure that, so it is
