           05  parm-run-mode            pic X(01).
               88  parm-mode-generate        value "G" " ".
               88  parm-mode-cycle           value "C".
      *    Y marks this cycle run as the last period of its calendar
      *    year - YTDUPD posts it and then writes the year-end
      *    earnings statements and DEPT summary.  anything else (or
      *    blank, for parm files that predate the field) posts the
      *    period only; the first run of a new year still writes the
      *    closed year's statements if no year-end run ever did.
           05  parm-year-end            pic X(01).
               88  parm-year-end-run         value "Y".
      *    how many days ahead of the run date TENRPT looks for
      *    service anniversaries.  zero (or blank, for parm files that
      *    predate the field) means TENRPT's built-in 30 days.
           05  parm-anniv-window        pic 9(03).
      *    how far (percent, to one decimal - 050 is 5.0) a DEPT's
      *    actual gross may stray from its budget before BUDVAR flags
      *    it OVER or UNDER.  zero (or blank, for parm files that
      *    predate the field) means BUDVAR's built-in 5.0 percent.
           05  parm-budget-tolerance    pic 9(02)V9.
      *    how many minutes LABFILE2 and RERUNRPT wait for another
      *    program's run lock to come free before they give up and
      *    stop.  zero (or blank, for parm files that predate the
      *    field) means give up at once.
           05  parm-lock-wait-min       pic 9(03).
      *    the mix of payroll-transaction types TRANGEN draws - the
      *    percent of transactions drawn as deductions, adjustments
      *    and reversals; the rest are earnings.  blank (parm files
      *    that predate the field) means TRANGEN's built-in mix of
      *    20, 10 and 5 percent; all zeros draws earnings only, the
      *    way every run drew them before transactions had types.
      *    the three together may not pass 100.
           05  parm-tran-mix.
               10  parm-mix-deduction-pct   pic 9(02).
               10  parm-mix-adjustment-pct  pic 9(02).
               10  parm-mix-reversal-pct    pic 9(02).
