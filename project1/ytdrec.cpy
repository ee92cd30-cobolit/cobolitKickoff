      *================================================================*
      *  YTDREC.CPY                                                    *
      *  Year-to-date earnings record for YTDMAST.IDX, keyed on the    *
      *  employee's SEQUENCE-NO and posted by YTDUPD once per cycle    *
      *  run.  Carries the employee's latest NAME/ADDR/ZIP/DEPT for    *
      *  the year-end statement, the count of periods posted, the      *
      *  applied transaction activity (closing SALARY less opening     *
      *  SALARY, so it can go either way), the PAYREG gross-to-net     *
      *  figures summed for the year and the same figures bucketed by  *
      *  calendar quarter.  LAST-RUN-ID is the run that last posted    *
      *  the record, so a run restarted part way through passes over   *
      *  the employees it already posted instead of posting them       *
      *  twice.  The amounts are sized for a year of nightly periods   *
      *  at the largest SALARY the master can carry.                   *
      *                                                                *
      *  Key 0000000 - never a real SEQUENCE-NO - holds the file's     *
      *  control record: the calendar year the file is accumulating,   *
      *  the last run posted (so a rerun cannot post the same period   *
      *  twice) and the last year statements were produced for.        *
      *================================================================*
       01  ytd-record.
           05  ytd-sequence-no      pic 9(7).
           05  ytd-year             pic 9(4).
           05  ytd-name             pic X(25).
           05  ytd-addr             pic X(25).
           05  ytd-zip              pic 9(10).
           05  ytd-dept             pic X(04).
           05  ytd-period-count     pic 9(03).
           05  ytd-last-period      pic 9(08).
           05  ytd-last-run-id      pic X(11).
           05  ytd-tran-amount      pic S9(11)V99.
           05  ytd-gross            pic 9(11)V99.
           05  ytd-withheld         pic 9(11)V99.
           05  ytd-net              pic 9(11)V99.
           05  ytd-quarter          OCCURS 4 TIMES.
               10  ytd-qtr-tran-amount  pic S9(11)V99.
               10  ytd-qtr-gross        pic 9(11)V99.
               10  ytd-qtr-withheld     pic 9(11)V99.
               10  ytd-qtr-net          pic 9(11)V99.
      *
       01  ytd-control-record.
           05  ytdc-key             pic 9(7).
           05  ytdc-year            pic 9(4).
           05  ytdc-last-run-id     pic X(11).
           05  ytdc-last-run-date   pic 9(08).
           05  ytdc-period-count    pic 9(03).
           05  ytdc-stmt-year       pic 9(04).
           05  filler               pic X(320).
