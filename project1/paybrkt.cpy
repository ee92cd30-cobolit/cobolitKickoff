      *================================================================*
      *  PAYBRKT.CPY                                                   *
      *  Annual withholding brackets - each employee's whole gross is  *
      *  withheld at the rate of the first bracket whose upper limit   *
      *  is not below it.  Loaded via REDEFINES so the table is just   *
      *  VALUE literals at compile time, the same pattern the NAME/    *
      *  ADDR pools use.  The top bracket's limit is the largest value *
      *  SALARY can hold, so every gross lands somewhere.  Shared by   *
      *  PAYREG and every program that has to reproduce its gross-to- *
      *  net figures, so the rates only have to change once.           *
      *================================================================*
       01 pay-bracket-values.
           05 pic X(11) value "00250000010".
           05 pic X(11) value "00600000015".
           05 pic X(11) value "01200000022".
           05 pic X(11) value "99999999928".
       01 pay-bracket-table REDEFINES pay-bracket-values.
           05 pay-bracket-entry OCCURS 4 TIMES.
               10 pay-bracket-limit PIC 9(7)V99.
               10 pay-bracket-pct   PIC 9(2).
