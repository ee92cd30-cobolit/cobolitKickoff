      *================================================================*
      *  RAISEREC.CPY                                                  *
      *  One line of the raise table RAISETBL.DAT - the annual review  *
      *  cycle's across-the-board increase for one DEPT, hand-edited   *
      *  and read by RAISEADJ.  METHOD is P for a percentage of        *
      *  SALARY (PERCENT, to two decimals - 00350 is 3.50 percent) or  *
      *  F for the same FLAT amount to everyone.  The increase is then *
      *  held between MIN-INCREASE and MAX-INCREASE (a MAX of zero     *
      *  means no ceiling).  MIN-TENURE is the whole months of         *
      *  service from HIRE-DATE to EFFECTIVE-DATE an employee needs to *
      *  qualify; EFFECTIVE-DATE is the day the increase takes effect. *
      *  A DEPT with no line gets no increase.                         *
      *================================================================*
       01  raise-record.
           05  raise-dept           pic X(04).
           05  raise-method         pic X(01).
               88  raise-by-percent      value "P".
               88  raise-by-flat         value "F".
           05  raise-percent        pic 9(03)V99.
           05  raise-flat           pic 9(07)V99.
           05  raise-min-increase   pic 9(07)V99.
           05  raise-max-increase   pic 9(07)V99.
           05  raise-min-tenure     pic 9(03).
           05  raise-effective-date pic 9(08).
