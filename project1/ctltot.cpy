      *================================================================*
      *  CTLTOT.CPY                                                    *
      *  One file's control totals, kept by the program reading or     *
      *  writing the file and handed to CTLTALLY with every record.    *
      *  The caller fills in FILE-TYPE (M for a LAB2FIL-layout master, *
      *  P for a PAYTRAN file), PROGRAM and FILE-NAME and calls BEGIN; *
      *  then TALLY once per record read or written, and CTLTALLY      *
      *  says in RECORD-KIND whether that was a data record or a       *
      *  control record the caller must step over.                     *
      *                                                                *
      *  A writer sets RUN-ID, CREATED and PART-COUNT and calls        *
      *  HEADER for the header image, and TRAILER at the end for the   *
      *  trailer image built from what it tallied.  A reader calls     *
      *  VERIFY at end of file: the trailers it met are totalled and   *
      *  held against the data it read, and any difference - or a      *
      *  header or trailer missing, or a partition missing or doubled  *
      *  - comes back in BREAK with the reason in BREAK-TEXT, and is   *
      *  logged to CTLBRK.TXT for RUNSUMM.  A utility reading another  *
      *  run's archived files sets NO-LOG, so its breaks stay on the   *
      *  console and off the live run's CTLBRK.TXT.                    *
      *                                                                *
      *  AMOUNT is SALARY on a master and PTRAN-AMOUNT on a PAYTRAN    *
      *  file, where it is signed - deductions and reversals count     *
      *  against it; HASH is the sum of SEQUENCE-NO on a master only.  *
      *================================================================*
       01  ctl-totals.
           05  ctl-function         pic X(01).
               88  ctl-begin             value "B".
               88  ctl-tally             value "R".
               88  ctl-make-header       value "H".
               88  ctl-make-trailer      value "T".
               88  ctl-verify            value "V".
           05  ctl-file-type        pic X(01).
               88  ctl-master-file       value "M".
               88  ctl-paytran-file      value "P".
           05  ctl-program          pic X(08).
           05  ctl-file-name        pic X(24).
           05  ctl-run-id           pic X(11).
           05  ctl-created          pic 9(08).
           05  ctl-part-count       pic 9(02).
           05  ctl-log-switch       pic X(01).
               88  ctl-no-log            value "N".
           05  ctl-record-kind      pic X(01).
               88  ctl-data-record       value "D".
               88  ctl-header-record     value "H".
               88  ctl-trailer-record    value "T".
           05  ctl-actual-count     pic 9(09).
           05  ctl-actual-amount    pic S9(13)V99.
           05  ctl-actual-hash      pic 9(15).
           05  ctl-header-count     pic 9(03).
           05  ctl-trailer-count    pic 9(03).
           05  ctl-parts-expected   pic 9(02).
           05  ctl-trailer-count-total  pic 9(09).
           05  ctl-trailer-amount-total pic S9(13)V99.
           05  ctl-trailer-hash-total   pic 9(15).
           05  ctl-break-switch     pic X(01).
               88  ctl-break             value "Y".
           05  ctl-break-text       pic X(80).
