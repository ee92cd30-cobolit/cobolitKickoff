      *================================================================*
      *  CTLREC.CPY                                                    *
      *  Header and trailer control records that open and close every  *
      *  LAB2FIL-layout master (the generated LAB2FIL, its sorted      *
      *  copy, MATCHMRG's LAB2UPD.TXT) and every PAYTRAN file.  Both   *
      *  are written by the program that creates the file and proved   *
      *  by every program that reads it - the trailer's totals against *
      *  what the reader actually read - through the CTLTALLY          *
      *  subprogram, which is the only program that builds or takes    *
      *  these images apart.                                           *
      *                                                                *
      *  A control record is a valid record of the file it sits in,    *
      *  keyed SEQUENCE-NO zero (no employee is ever numbered zero),   *
      *  so it sorts, packs (PAKEXP) and copies like any other         *
      *  record and can turn up anywhere in a sorted file - readers    *
      *  find it by its key and TYPE, never by its position.  The      *
      *  master's payload lies wholly inside the NAME and ADDR bytes;  *
      *  the PAYTRAN payload is packed to fit the 30-byte record.      *
      *                                                                *
      *  PART-COUNT is how many partitions the file was built from -   *
      *  each PARTGEN partition carries its own header and trailer     *
      *  into the concatenated file, so a reader expects that many     *
      *  pairs and totals their trailers.                              *
      *================================================================*
       01  lab2-control-record.
           05  lctl-sequence-no     pic 9(07).
           05  lctl-type            pic X(01).
               88  lctl-header           value "H".
               88  lctl-trailer          value "T".
           05  lctl-label           pic X(08).
           05  lctl-data            pic X(41).
           05  lctl-header-data REDEFINES lctl-data.
               10  lctl-run-id          pic X(11).
               10  lctl-created         pic 9(08).
               10  lctl-part-count      pic 9(02).
               10  filler               pic X(20).
           05  lctl-trailer-data REDEFINES lctl-data.
               10  lctl-record-count    pic 9(07).
               10  lctl-salary-total    pic 9(13)V99.
               10  lctl-sequence-hash   pic 9(15).
               10  filler               pic X(04).
           05  lctl-zip             pic 9(10).
           05  lctl-salary          pic 9(7)V99.
           05  lctl-dept            pic X(04).
           05  lctl-hire-date       pic 9(08).
      *
       01  paytran-control-record.
           05  pctl-sequence-no     pic 9(07).
           05  pctl-type            pic X(01).
               88  pctl-header           value "H".
               88  pctl-trailer          value "T".
           05  pctl-data            pic X(22).
           05  pctl-header-data REDEFINES pctl-data.
               10  pctl-run-id          pic 9(11)     comp-3.
               10  pctl-created         pic 9(08)     comp-3.
               10  pctl-part-count      pic 9(02)     comp-3.
               10  filler               pic X(09).
           05  pctl-trailer-data REDEFINES pctl-data.
               10  pctl-record-count    pic 9(07)     comp-3.
               10  pctl-amount-total    pic S9(13)V99 comp-3.
               10  filler               pic X(10).
