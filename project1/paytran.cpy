      *================================================================*
      *  PAYTRAN.CPY                                                   *
      *  Companion payroll-transaction record generated alongside the  *
      *  LAB2FIL master - several dated records per employee, keyed by *
      *  the parent record's SEQUENCE-NO.  Shared by the generators    *
      *  (LABFILE2, PARTGEN, and TRANGEN, which draws the records) and *
      *  the MATCHMRG match-merge, so the 30-byte layout only has to   *
      *  change once.                                                  *
      *                                                                *
      *  TYPE says how MATCHMRG applies the AMOUNT, which is signed:   *
      *  E an earning (never negative), D a deduction (never           *
      *  positive), A an adjustment either way, and R a reversal,      *
      *  which cancels one earlier transaction of the same employee -  *
      *  its AMOUNT is the original's with the sign turned over.       *
      *  REFERENCE numbers an employee's transactions 1, 2, 3 ... in   *
      *  the order they were drawn; a reversal's REFERENCE is instead  *
      *  the number of the transaction it cancels.                     *
      *================================================================*
       01  paytran-record.
           05  ptran-sequence-no   pic 9(7).
           05  ptran-date          pic 9(8).
           05  ptran-amount        pic S9(5)V99.
           05  ptran-type          pic X(01).
               88  ptran-earning        value "E".
               88  ptran-deduction      value "D".
               88  ptran-adjustment     value "A".
               88  ptran-reversal       value "R".
           05  ptran-reference     pic 9(7).
