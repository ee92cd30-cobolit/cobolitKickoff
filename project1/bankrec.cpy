      *================================================================*
      *  BANKREC.CPY                                                   *
      *  Bank-account master record - one per employee who has         *
      *  direct deposit, keyed by the employee's SEQUENCE-NO and kept  *
      *  in that same order so it matches LAB2FIL record for record.  *
      *  Generated alongside LAB2FIL by LABFILE2's load loop and the   *
      *  PARTGEN workers (through BANKGEN), carried from period to     *
      *  period with the master on a cycle run, and read by DIRDEP.    *
      *  An employee with no record here has no account on file.       *
      *                                                                *
      *  STATUS A is a live account; P is an account whose prenote     *
      *  (zero-dollar test entry) has not yet cleared, so it gets a    *
      *  prenote instead of money.  ROUTING is the 9-digit ABA number  *
      *  - 8-digit bank id plus a check digit - and carries a digit    *
      *  view for checking it.  SPLIT-PCT, when not zero, is the       *
      *  whole percent of net pay sent to the SECONDARY account; the   *
      *  primary account gets the rest, to the cent.                   *
      *================================================================*
       01  bank-record.
           05  bank-sequence-no     pic 9(7).
           05  bank-status          pic X(01).
               88  bank-status-active    value "A".
               88  bank-status-prenote   value "P".
           05  bank-primary.
               10  bank-routing         pic 9(9).
               10  bank-routing-digits REDEFINES bank-routing.
                   15  bank-routing-digit   pic 9 OCCURS 9 TIMES.
               10  bank-account-no      pic X(17).
               10  bank-account-type    pic X(01).
                   88  bank-checking         value "C".
                   88  bank-savings          value "S".
           05  bank-split-pct       pic 9(03).
           05  bank-secondary.
               10  bank-sec-routing     pic 9(9).
               10  bank-sec-routing-digits REDEFINES bank-sec-routing.
                   15  bank-sec-routing-digit pic 9 OCCURS 9 TIMES.
               10  bank-sec-account-no  pic X(17).
               10  bank-sec-account-type pic X(01).
                   88  bank-sec-checking     value "C".
                   88  bank-sec-savings      value "S".
