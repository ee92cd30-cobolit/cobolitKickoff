      *================================================================*
      *  BUDREC.CPY                                                    *
      *  Department budget record - one line per DEPT code in the      *
      *  line-sequential DEPTBUD.DAT, kept in DEPT order by BUDMAINT   *
      *  (the only program that rewrites it, from operator requests    *
      *  OPERMENU builds in BUDTRAN.DAT) and read by BUDVAR, which     *
      *  sets each DEPT's budget against the headcount and gross       *
      *  PAYREG's department roll-up actually produced.                *
      *                                                                *
      *  HEADCOUNT is the budgeted number of employees; GROSS is the   *
      *  budgeted gross pay for one period, in the same dollars and    *
      *  cents PAYREG's DEPT-GROUP lines carry.                        *
      *================================================================*
       01  budget-record.
           05  bud-dept             pic X(04).
           05  bud-headcount        pic 9(7).
           05  bud-gross            pic 9(14)V99.
